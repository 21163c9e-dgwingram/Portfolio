       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctMaintenance.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * APPLIES A BATCH OF ADD/CHANGE/DELETE TRANSACTIONS AGAINST
      * THE CHART-OF-ACCOUNTS MASTER THE LEDGER POSTING VALIDATES
      * AGAINST, WITH A MAINTENANCE REGISTER OF EVERY APPLIED AND
      * REJECTED TRANSACTION. THE CHART HOLDS EXACTLY ONE SUSPENSE
      * ACCOUNT AND ONE RETAINED-EARNINGS ACCOUNT, AND AN ACCOUNT
      * THAT HAS EVER CARRIED A BALANCE CAN ONLY BE MADE INACTIVE,
      * NEVER DELETED
       FILE-CONTROL.
      * OPTIONAL SO THE FIRST EVER MAINTENANCE RUN CREATES THE FILE -
      * THIS PROGRAM IS ITS ONLY WRITE PATH. DYNAMIC SO THE CHART CAN
      * BE SWEPT AT STARTUP FOR THE SUSPENSE AND RETAINED ACCOUNTS
           SELECT OPTIONAL F01-ACCOUNT-MASTER
               ASSIGN TO DYNAMIC W11-ACCOUNT-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-ACCT-NUMBER
               FILE STATUS IS W20-ACCOUNT-STATUS.

           SELECT F02-TRANS-FILE ASSIGN TO DYNAMIC W12-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-TRANS-STATUS.

           SELECT F03-PRINT-FILE ASSIGN TO 'AcctMaintRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PRINT-STATUS.

      * PERIOD BALANCES - LOOKED AT ONLY TO STOP THE DELETE OF AN
      * ACCOUNT WITH HISTORY. OPTIONAL BEFORE THE FIRST POSTING
           SELECT OPTIONAL F04-BALANCE-FILE ASSIGN TO 'GlBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F04-BAL-KEY
               FILE STATUS IS W23-BALANCE-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-ACCOUNT-MASTER
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F01-ACCOUNT-RECORD.

           COPY GLACCT REPLACING LEADING ==C01== BY ==F01==.

      * ONE MAINTENANCE TRANSACTION: ACTION AND THE FULL RECORD
      * IMAGE IN THE CHART'S OWN LAYOUT
       FD  F02-TRANS-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F02-TRANS-RECORD.
       01  F02-TRANS-RECORD.
           05  F02-TRANS-ACTION            PIC X.
               88  F02-ACTION-ADD          VALUE "A".
               88  F02-ACTION-CHANGE       VALUE "C".
               88  F02-ACTION-DELETE       VALUE "D".
               88  F02-ACTION-VALID        VALUES "A" "C" "D".
           05  F02-TRANS-IMAGE             PIC X(41).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD                PIC X(100).

       FD  F04-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F04-BALANCE-RECORD.

           COPY GLBAL REPLACING LEADING ==C02== BY ==F04==.

           COPY AUDITREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY LOCKWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-ACCOUNT-STATUS       PIC XX VALUE SPACES.
       01 W21-TRANS-STATUS         PIC XX VALUE SPACES.
       01 W22-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W23-BALANCE-STATUS       PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-SWEEP-EOF-SWITCH        PIC X VALUE SPACES.
               88  W01-SWEEP-EOF                 VALUE "T".
           05  W01-BALANCE-FILE-SWITCH     PIC X VALUE "Y".
               88  W01-BALANCE-FILE-PRESENT      VALUE "Y".
           05  W01-HISTORY-SWITCH          PIC X VALUE "N".
               88  W01-ACCOUNT-HAS-HISTORY       VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(22) VALUE SPACES.
               10  PIC X(34)
                       VALUE "Chart of Accounts Maint Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(6)  VALUE "Action".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Account".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(30) VALUE "Name".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Result".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-REGISTER-LINE.
           05  W03-ACTION-OUT              PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NAME-OUT                PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(38).
           05                              PIC X(2)  VALUE SPACES.

       01 W04-CONTROLS.
           05  W04-REJECT-SWITCH           PIC X VALUE SPACES.
               88  W04-TRANS-REJECTED            VALUE "Y".
               88  W04-TRANS-CLEAN               VALUE "N".
           05  W04-REJECT-REASON           PIC X(38) VALUE SPACES.

       01 W05-ERR-MSGS.
           05 W05-ACTION-ERR               PIC X(38)
                   VALUE 'Action must be A, C or D'.
           05 W05-ACCOUNT-ERR              PIC X(38)
                   VALUE 'Account number cannot be blank'.
           05 W05-NAME-ERR                 PIC X(38)
                   VALUE 'Account name cannot be blank'.
           05 W05-TYPE-ERR                 PIC X(38)
                   VALUE 'Type must be A, L, Q, I or E'.
           05 W05-STATUS-ERR               PIC X(38)
                   VALUE 'Status must be A or I'.
           05 W05-ROLE-ERR                 PIC X(38)
                   VALUE 'Role must be S, R or blank'.
           05 W05-SUSPENSE-ERR             PIC X(38)
                   VALUE 'Chart already has a suspense account'.
           05 W05-RETAINED-ERR             PIC X(38)
                   VALUE 'Chart already has a retained account'.
           05 W05-RETAINED-TYPE-ERR        PIC X(38)
                   VALUE 'Retained earnings must be type Q'.
           05 W05-DUPLICATE-ERR            PIC X(38)
                   VALUE 'Account already on chart'.
           05 W05-NOT-FOUND-ERR            PIC X(38)
                   VALUE 'Account not on chart'.
           05 W05-HISTORY-ERR              PIC X(38)
                   VALUE 'Account has balances - make inactive'.

      * THE ACCOUNTS CURRENTLY HOLDING THE TWO SPECIAL ROLES - SET
      * BY THE STARTUP SWEEP AND KEPT UP TO DATE AS THE BATCH APPLIES
       01 W06-ROLE-HOLDERS.
           05  W06-SUSPENSE-ACCOUNT        PIC X(8) VALUE SPACES.
           05  W06-RETAINED-ACCOUNT        PIC X(8) VALUE SPACES.

      * THE KEYED IMAGE, KEPT WHILE THE MASTER IS READ FOR THE ROLE
      * A DELETED ACCOUNT HELD
       01 W07-RECORD-SAVE                  PIC X(41) VALUE SPACES.
       01 W08-OLD-ROLE                     PIC X     VALUE SPACE.

      * READ/APPLIED/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W09-RUN-COUNTS.
           05 W09-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W09-RECORDS-APPLIED  PIC 9(7)    VALUE ZERO.
           05 W09-RECORDS-REJECTED PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZ9.
           05                              PIC X(53) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-ACCOUNT-MASTER-NAME  PIC X(20)
               VALUE "ChartOfAccounts.dat".
       01 W12-TRANS-FILE-NAME      PIC X(20)
               VALUE "AcctMaintTrans.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "AcctMaintenance" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-FIND-ROLE-HOLDERS
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD

           PERFORM 400-PROCESS-TRANSACTION
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

           IF W09-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY ABENDPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_ACCOUNT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W11-ACCOUNT-MASTER-NAME
           END-IF

           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_ACCT_TRANS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-TRANS-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F02-TRANS-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W12-TRANS-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-TRANS-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F01-ACCOUNT-MASTER
           IF W20-ACCOUNT-STATUS NOT = "05"
               MOVE W11-ACCOUNT-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W20-ACCOUNT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT F04-BALANCE-FILE
           IF W23-BALANCE-STATUS = "05"
               MOVE "N" TO W01-BALANCE-FILE-SWITCH
           ELSE
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W23-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F03-PRINT-FILE
           MOVE "AcctMaintRegister.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * ONE PASS OF THE CHART TO FIND WHICH ACCOUNTS ALREADY HOLD
      * THE SUSPENSE AND RETAINED-EARNINGS ROLES
       150-FIND-ROLE-HOLDERS.
           MOVE LOW-VALUES TO F01-ACCT-NUMBER
           START F01-ACCOUNT-MASTER
               KEY IS NOT LESS THAN F01-ACCT-NUMBER
               INVALID KEY SET W01-SWEEP-EOF TO TRUE
           END-START

           PERFORM 155-CHECK-ROLE-HOLDER
               UNTIL W01-SWEEP-EOF
           .

       155-CHECK-ROLE-HOLDER.
           READ F01-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F01-ACCT-SUSPENSE
                       MOVE F01-ACCT-NUMBER TO W06-SUSPENSE-ACCOUNT
                   END-IF
                   IF F01-ACCT-RETAINED
                       MOVE F01-ACCT-NUMBER TO W06-RETAINED-ACCOUNT
                   END-IF
           END-READ
           .

       200-WRITE-HEADINGS.
           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-RECORD.
           READ F02-TRANS-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W12-TRANS-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-TRANS-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * EDIT ONE TRANSACTION, APPLY IT IF CLEAN, AND LOG IT EITHER
      * WAY - A DELETE ONLY NEEDS A USABLE KEY
       400-PROCESS-TRANSACTION.
           ADD 1 TO W09-RECORDS-READ
           SET W04-TRANS-CLEAN TO TRUE
           MOVE SPACES TO W04-REJECT-REASON
           MOVE F02-TRANS-IMAGE TO F01-ACCOUNT-RECORD

           IF NOT F02-ACTION-VALID
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-ACTION-ERR TO W04-REJECT-REASON
           ELSE
           IF F01-ACCT-NUMBER = SPACES
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-ACCOUNT-ERR TO W04-REJECT-REASON
           ELSE
           IF F02-ACTION-ADD OR F02-ACTION-CHANGE
               PERFORM 410-EDIT-ACCOUNT-FIELDS
           END-IF
           END-IF
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 430-APPLY-TRANSACTION
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 440-WRITE-APPLIED-LINE
               ADD 1 TO W09-RECORDS-APPLIED
           ELSE
               PERFORM 450-WRITE-REJECTED-LINE
               ADD 1 TO W09-RECORDS-REJECTED
           END-IF

           PERFORM 300-READ-RECORD
           .

      * AN ADD OR CHANGE CARRIES THE WHOLE RECORD - EVERY CODED
      * FIELD MUST BE ONE THE LEDGER PROGRAMS UNDERSTAND, AND EACH
      * SPECIAL ROLE MAY ONLY BE HELD BY ONE ACCOUNT
       410-EDIT-ACCOUNT-FIELDS.
           EVALUATE TRUE
               WHEN F01-ACCT-NAME = SPACES
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-NAME-ERR TO W04-REJECT-REASON
               WHEN NOT F01-ACCT-TYPE-VALID
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-TYPE-ERR TO W04-REJECT-REASON
               WHEN NOT F01-ACCT-STATUS-VALID
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-STATUS-ERR TO W04-REJECT-REASON
               WHEN NOT F01-ACCT-ROLE-VALID
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-ROLE-ERR TO W04-REJECT-REASON
               WHEN F01-ACCT-SUSPENSE
                       AND W06-SUSPENSE-ACCOUNT NOT = SPACES
                       AND W06-SUSPENSE-ACCOUNT NOT = F01-ACCT-NUMBER
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-SUSPENSE-ERR TO W04-REJECT-REASON
               WHEN F01-ACCT-RETAINED
                       AND W06-RETAINED-ACCOUNT NOT = SPACES
                       AND W06-RETAINED-ACCOUNT NOT = F01-ACCT-NUMBER
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-RETAINED-ERR TO W04-REJECT-REASON
               WHEN F01-ACCT-RETAINED AND NOT F01-ACCT-EQUITY
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-RETAINED-TYPE-ERR TO W04-REJECT-REASON
           END-EVALUATE
           .

      * WRITE/REWRITE/DELETE AGAINST THE MASTER, TURNING THE KEY
      * EXCEPTIONS INTO REGISTER REJECTS. THE ROLE HOLDERS FOLLOW
      * WHAT WAS APPLIED
       430-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD
                   WRITE F01-ACCOUNT-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-DUPLICATE-ERR
                               TO W04-REJECT-REASON
                   END-WRITE
               WHEN F02-ACTION-CHANGE
                   REWRITE F01-ACCOUNT-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-NOT-FOUND-ERR
                               TO W04-REJECT-REASON
                   END-REWRITE
               WHEN F02-ACTION-DELETE
                   PERFORM 437-CHECK-ACCOUNT-HISTORY
                   IF W01-ACCOUNT-HAS-HISTORY
                       SET W04-TRANS-REJECTED TO TRUE
                       MOVE W05-HISTORY-ERR TO W04-REJECT-REASON
                   ELSE
                       PERFORM 435-READ-OLD-ROLE
                       DELETE F01-ACCOUNT-MASTER
                           INVALID KEY
                               SET W04-TRANS-REJECTED TO TRUE
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-DELETE
                   END-IF
           END-EVALUATE

           IF W04-TRANS-CLEAN
               IF (F02-ACTION-DELETE OR NOT F01-ACCT-SUSPENSE)
                       AND W06-SUSPENSE-ACCOUNT = F01-ACCT-NUMBER
                   MOVE SPACES TO W06-SUSPENSE-ACCOUNT
               END-IF
               IF (F02-ACTION-DELETE OR NOT F01-ACCT-RETAINED)
                       AND W06-RETAINED-ACCOUNT = F01-ACCT-NUMBER
                   MOVE SPACES TO W06-RETAINED-ACCOUNT
               END-IF
               IF NOT F02-ACTION-DELETE
                   IF F01-ACCT-SUSPENSE
                       MOVE F01-ACCT-NUMBER TO W06-SUSPENSE-ACCOUNT
                   END-IF
                   IF F01-ACCT-RETAINED
                       MOVE F01-ACCT-NUMBER TO W06-RETAINED-ACCOUNT
                   END-IF
               END-IF
           END-IF
           .

      * A DELETE CARRIES ONLY THE KEY, SO THE ROLE IT GIVES UP HAS
      * TO COME OFF THE MASTER. THE KEYED IMAGE IS PUT BACK AFTER
      * THE READ
       435-READ-OLD-ROLE.
           MOVE F01-ACCOUNT-RECORD TO W07-RECORD-SAVE
           MOVE SPACE TO W08-OLD-ROLE
           READ F01-ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F01-ACCT-ROLE TO W08-OLD-ROLE
           END-READ
           MOVE W07-RECORD-SAVE TO F01-ACCOUNT-RECORD
           MOVE W08-OLD-ROLE TO F01-ACCT-ROLE
           .

      * ANY PERIOD BALANCE UNDER THE ACCOUNT, IN ANY YEAR, MEANS IT
      * HAS HISTORY THE TRIAL BALANCE STILL NEEDS
       437-CHECK-ACCOUNT-HISTORY.
           MOVE "N" TO W01-HISTORY-SWITCH
           IF W01-BALANCE-FILE-PRESENT
               MOVE F01-ACCT-NUMBER TO F04-BAL-ACCOUNT
               MOVE ZERO TO F04-BAL-YEAR
               MOVE ZERO TO F04-BAL-PERIOD
               START F04-BALANCE-FILE
                   KEY IS NOT LESS THAN F04-BAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ F04-BALANCE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF F04-BAL-ACCOUNT = F01-ACCT-NUMBER
                                   MOVE "Y" TO W01-HISTORY-SWITCH
                               END-IF
                       END-READ
               END-START
           END-IF
           .

       440-WRITE-APPLIED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "APPLIED" TO W03-RESULT-OUT
           MOVE SPACES TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       450-WRITE-REJECTED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "REJECTED" TO W03-RESULT-OUT
           MOVE W04-REJECT-REASON TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       445-FORMAT-REGISTER-LINE.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD    MOVE "ADD"    TO W03-ACTION-OUT
               WHEN F02-ACTION-CHANGE MOVE "CHANGE" TO W03-ACTION-OUT
               WHEN F02-ACTION-DELETE MOVE "DELETE" TO W03-ACTION-OUT
               WHEN OTHER MOVE F02-TRANS-ACTION TO W03-ACTION-OUT
           END-EVALUATE

           MOVE F02-TRANS-IMAGE(1:8) TO W03-ACCOUNT-OUT
           MOVE F02-TRANS-IMAGE(9:30) TO W03-NAME-OUT
           .

       500-WRITE-FOOTER.
           MOVE "Transactions Read" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-READ TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Transactions Applied" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-APPLIED TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Transactions Rejected" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-REJECTED TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "AcctMaintenance"     TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W09-RECORDS-APPLIED   TO AUDIT-RECORDS-WRITTEN
           MOVE W09-RECORDS-REJECTED  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F02-TRANS-FILE
                 F01-ACCOUNT-MASTER
                 F04-BALANCE-FILE
                 F03-PRINT-FILE
           .
