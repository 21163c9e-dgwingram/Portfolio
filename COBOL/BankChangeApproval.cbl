       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankChangeApproval.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * SECOND-OPERATOR APPROVAL OF THE DIRECT-DEPOSIT BANK CHANGES
      * EMPLOYEE MAINTENANCE HELD ON THE PENDING FILE. EACH DECISION
      * IS CHECKED AGAINST THE CHANGE STILL WAITING FOR THAT
      * EMPLOYEE, AND NOBODY DECIDES A CHANGE THEY KEYED THEMSELVES.
      * AN APPROVED CHANGE REACHES THE SSN MASTER, PUTS THE EMPLOYEE
      * BACK THROUGH THE PRENOTE CYCLE ON THE NEW ACCOUNT, AND PRINTS
      * A CONFIRMATION LETTER TO THE EMPLOYEE'S ADDRESS - THE
      * ADDRESS FROM BEFORE THE BATCH WHEN THE SAME BATCH ALSO
      * CHANGED IT. EVERY DECISION IS APPENDED TO THE PENDING FILE
      * AND LISTED ON THE APPROVAL REGISTER
       FILE-CONTROL.
      * THE APPROVING OPERATOR'S DECISIONS - "A" APPROVE, "R" REFUSE
           SELECT F01-DECISION-FILE
               ASSIGN TO DYNAMIC W14-DECISION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-DECISION-STATUS.

      * PENDING BANK CHANGES - DECISIONS ARE APPENDED, NEVER
      * REWRITTEN, SO THE LAST RECORD FOR AN SSN IS ITS STATE
           SELECT F02-PENDING-FILE ASSIGN TO 'BankPending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-PENDING-STATUS.

      * SECOND PATH INTO THE PENDING FILE FOR THE PER-DECISION SCAN
           SELECT OPTIONAL F03-PENDING-CHECK
               ASSIGN TO 'BankPending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PEND-CHECK-STATUS.

           SELECT F04-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W12-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F04-EMPLOYEE-SSN
               FILE STATUS IS W23-MASTER-STATUS.

      * EMPLOYEE ADDRESS MASTER - WHERE THE LETTER GOES
           SELECT OPTIONAL F05-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W13-ADDR-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F05-ADDR-SSN
               FILE STATUS IS W24-ADDRESS-STATUS.

           SELECT F06-PRINT-FILE ASSIGN TO 'BankApproval.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-PRINT-STATUS.

      * ONE CONFIRMATION LETTER PER APPROVED CHANGE, A PAGE EACH
           SELECT F07-LETTER-FILE ASSIGN TO 'BankChangeLetters.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-LETTER-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE SSN
      * MASTER AND APPENDS TO THE PENDING FILE
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-DECISION-FILE
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS F01-DECISION-RECORD.
       01  F01-DECISION-RECORD.
           05  F01-DEC-SSN                 PIC 9(9).
           05  F01-DEC-ACTION              PIC X.
               88  F01-DEC-APPROVE         VALUE "A".
               88  F01-DEC-REFUSE          VALUE "R".
               88  F01-DEC-VALID           VALUES "A" "R".

       FD  F02-PENDING-FILE
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS F02-PENDING-RECORD.

           COPY BANKPEND REPLACING LEADING ==B01== BY ==F02==.

       FD  F03-PENDING-CHECK
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS F03-PENDING-RECORD.

           COPY BANKPEND REPLACING LEADING ==B01== BY ==F03==.

       FD  F04-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F04-EMPLOYEE-RECORD.

           COPY EMPREC REPLACING LEADING ==F01== BY ==F04==.

       FD  F05-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F05-ADDRESS-RECORD.

           COPY ADDRREC REPLACING LEADING ==A01== BY ==F05==.

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-PRINT-RECORD.
       01  F06-PRINT-RECORD                PIC X(100).

       FD  F07-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F07-LETTER-RECORD.
       01  F07-LETTER-RECORD               PIC X(80).

           COPY AUDITREC.

           COPY JRNLREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-DECISION-STATUS      PIC XX VALUE SPACES.
       01 W21-PENDING-STATUS       PIC XX VALUE SPACES.
       01 W22-PEND-CHECK-STATUS    PIC XX VALUE SPACES.
       01 W23-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W24-ADDRESS-STATUS       PIC XX VALUE SPACES.
       01 W25-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W26-LETTER-STATUS        PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-PEND-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-PEND-EOF              VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(30) VALUE "Bank Change Approval Register".
           05  W02-OPERATOR-HEADING.
               10  PIC X(18) VALUE "Approving Operator".
               10  PIC X(2)  VALUE SPACES.
               10  W02-OPERATOR-OUT        PIC X(8).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(8)  VALUE "Keyed By".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Keyed On".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Decision".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Result".

       01 W03-DETAIL-LINE.
           05  W03-SSN-OUT                 PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-KEYED-BY-OUT            PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-KEYED-ON-OUT            PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DECISION-OUT            PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(40).
           05                              PIC X(18) VALUE SPACES.

       01 W04-RESULT-MSGS.
           05 W04-APPROVED-MSG             PIC X(40)
                   VALUE 'Applied - prenote started, letter sent'.
           05 W04-NO-ADDRESS-MSG           PIC X(40)
                   VALUE 'APPLIED - NO ADDRESS, LETTER NOT SENT'.
           05 W04-REFUSED-MSG              PIC X(40)
                   VALUE 'Refused - master left unchanged'.
           05 W04-BAD-DECISION-MSG         PIC X(40)
                   VALUE 'NOT DONE - SSN OR DECISION INVALID'.
           05 W04-NOT-HELD-MSG             PIC X(40)
                   VALUE 'NOT DONE - NO CHANGE AWAITING APPROVAL'.
           05 W04-SAME-OPERATOR-MSG        PIC X(40)
                   VALUE 'NOT DONE - KEYED BY THIS OPERATOR'.
           05 W04-NO-OPERATOR-MSG          PIC X(40)
                   VALUE 'NOT DONE - APPROVER NOT IDENTIFIED'.
           05 W04-NOT-ON-MASTER-MSG        PIC X(40)
                   VALUE 'NOT DONE - EMPLOYEE NOT ON MASTER'.

      * THE LAST PENDING-FILE RECORD FOR THE DECISION'S SSN
       01 W05-PENDING-WORK.
           05  W05-FOUND-SWITCH            PIC X VALUE "N".
               88  W05-CHANGE-FOUND              VALUE "Y".
           05  W05-PENDING-IMAGE           PIC X(149) VALUE SPACES.

      * THE CONFIRMATION LETTER
       01 W06-LETTER-LINES.
           05  W06-DATE-LINE.
               10  PIC X(48) VALUE SPACES.
               10  PIC X(6)  VALUE "Date: ".
               10  W06-DATE-OUT            PIC X(8).
           05  W06-NAME-LINE.
               10  W06-FIRST-NAME-OUT      PIC X(12).
               10  PIC X     VALUE SPACE.
               10  W06-LAST-NAME-OUT       PIC X(14).
           05  W06-STREET-LINE.
               10  W06-STREET-OUT          PIC X(30).
           05  W06-CITY-LINE.
               10  W06-CITY-OUT            PIC X(10).
               10  PIC X     VALUE SPACE.
               10  W06-PROV-OUT            PIC X(2).
               10  PIC X(2)  VALUE SPACES.
               10  W06-POSTCD-OUT          PIC X(10).
               10  PIC X(2)  VALUE SPACES.
               10  W06-COUNTRY-OUT         PIC X(2).
           05  W06-SALUTATION-LINE.
               10  PIC X(5)  VALUE "Dear ".
               10  W06-SALUTATION-OUT      PIC X(12).
           05  W06-BODY-1.
               10  PIC X(60) VALUE
               "The banking details for your direct deposit pay were".
           05  W06-BODY-2.
               10  PIC X(60) VALUE
               "changed on our payroll records. The new details are:".
           05  W06-TRANSIT-LINE.
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(26) VALUE "Bank transit number".
               10  W06-TRANSIT-OUT         PIC X(9).
           05  W06-ACCOUNT-LINE.
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(26) VALUE "Account number ending in".
               10  W06-ACCOUNT-OUT         PIC X(4).
           05  W06-BODY-3.
               10  PIC X(60) VALUE
               "Your bank will first get a zero-dollar test deposit".
           05  W06-BODY-4.
               10  PIC X(60) VALUE
               "to confirm the account. Until it clears you will be".
           05  W06-BODY-5.
               10  PIC X(60) VALUE
               "paid by cheque.".
           05  W06-BODY-6.
               10  PIC X(60) VALUE
               "If you did not ask for this change, call the payroll".
           05  W06-BODY-7.
               10  PIC X(60) VALUE
               "office immediately.".
           05  W06-SIGNATURE.
               10  PIC X(14) VALUE "Payroll Office".

       01 W07-ACCOUNT-WORK.
           05  W07-ACCOUNT-SUB             PIC 9(2) VALUE ZERO.
           05  W07-ACCOUNT-START           PIC 9(2) VALUE ZERO.

       01 W08-ADDRESS-SWITCH               PIC X VALUE "N".
           88  W08-ADDRESS-FOUND                 VALUE "Y".

       01 W09-OPERATOR-ID                  PIC X(8) VALUE SPACES.

       01 W10-RUN-COUNTS.
           05 W10-DECISIONS-READ   PIC 9(7)    VALUE ZERO.
           05 W10-APPROVED         PIC 9(7)    VALUE ZERO.
           05 W10-REFUSED          PIC 9(7)    VALUE ZERO.
           05 W10-NOT-DONE         PIC 9(7)    VALUE ZERO.
           05 W10-NO-ADDRESS       PIC 9(7)    VALUE ZERO.

       01 W11-CONTROL-LINE.
           05  W11-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W11-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-ADDR-MASTER-NAME     PIC X(20)   VALUE "EmpAddress.dat".
       01 W14-DECISION-FILE-NAME   PIC X(20)
               VALUE "BankApprovals.dat".
       01 W15-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W16-FOOTER.
           05  W16-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "BankChangeApproval" TO ABEND-PROGRAM
           MOVE "BankChangeApproval" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-DECISION

           PERFORM 400-PROCESS-DECISION
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

      * DECISIONS THAT COULD NOT BE CARRIED OUT, OR LETTERS THAT
      * COULD NOT BE ADDRESSED - FLAG THE RUN
           IF W10-NOT-DONE > ZERO OR W10-NO-ADDRESS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY JRNLPRC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * ONLY A PAYROLL SUPERVISOR MAY RELEASE A BANK CHANGE. THE
      * SIGN-ON UTILITY PROVES OPERATOR_ID BY PASSWORD HERE, BEFORE
      * THE RUN LOCK IS TAKEN, SO THE KEYED-BY TEST IN 400 COMPARES
      * AGAINST AN OPERATOR WHO IS WHO THEY SAY
       080-CHECK-OPERATOR-ROLE.
           MOVE "BANK CHANGE APPROVAL" TO SEC-FUNCTION
           MOVE "S" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP FILE-NAME OVERRIDES AND THE APPROVING OPERATOR FROM
      * THE ENVIRONMENT
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BANK_APPROVAL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W14-DECISION-FILE-NAME
           END-IF

           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W12-MASTER-FILE-NAME
           END-IF

           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "EMP_ADDRESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W13-ADDR-MASTER-NAME
           END-IF

      * NO DEFAULT HERE - AN UNNAMED APPROVER CAN'T BE TOLD APART
      * FROM THE KEYER, SO EVERY DECISION IS REFUSED
           ACCEPT W09-OPERATOR-ID
               FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           .

      * COPY ASIDE THE EMPLOYEE MASTER, THE PENDING BANK CHANGES AND
      * THE CHANGE JOURNAL BEFORE ANY OF THEM IS OPENED, SO A FAILED
      * RUN CAN BE PUT BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W12-MASTER-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "BankPending.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

      * THE PENDING FILE IS OPENED EXTEND FOR THE DECISIONS; THE
      * FIRST EVER RUN CREATES IT
       100-OPEN-FILES.
           OPEN INPUT F01-DECISION-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W14-DECISION-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-DECISION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F02-PENDING-FILE
           IF W21-PENDING-STATUS = "35"
               OPEN OUTPUT F02-PENDING-FILE
           END-IF
           MOVE "BankPending.dat" TO ABEND-FILE-NAME
           MOVE W21-PENDING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F04-EMPLOYEE-MASTER
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W23-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F05-ADDRESS-MASTER
           IF W24-ADDRESS-STATUS NOT = "05"
               MOVE W13-ADDR-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W24-ADDRESS-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F06-PRINT-FILE
           MOVE "BankApproval.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F07-LETTER-FILE
           MOVE "BankChangeLetters.out" TO ABEND-FILE-NAME
           MOVE W26-LETTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
           WRITE F06-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM RC-HEADING-LINE
           MOVE W09-OPERATOR-ID TO W02-OPERATOR-OUT
           WRITE F06-PRINT-RECORD FROM W02-OPERATOR-HEADING
           WRITE F06-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-DECISION.
           READ F01-DECISION-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * CARRY OUT ONE DECISION, IF THE CHANGE IS STILL WAITING AND
      * THIS OPERATOR IS ALLOWED TO DECIDE IT
       400-PROCESS-DECISION.
           ADD 1 TO W10-DECISIONS-READ
           MOVE SPACES TO F03-PENDING-RECORD
           MOVE "N" TO W05-FOUND-SWITCH

           IF F01-DEC-SSN IS NOT NUMERIC OR NOT F01-DEC-VALID
               MOVE W04-BAD-DECISION-MSG TO W03-RESULT-OUT
               PERFORM 440-WRITE-DETAIL
               ADD 1 TO W10-NOT-DONE
           ELSE
               PERFORM 410-SCAN-PENDING
               IF W05-CHANGE-FOUND
                   MOVE W05-PENDING-IMAGE TO F03-PENDING-RECORD
               END-IF
               EVALUATE TRUE
                   WHEN NOT W05-CHANGE-FOUND
                       MOVE W04-NOT-HELD-MSG TO W03-RESULT-OUT
                       PERFORM 440-WRITE-DETAIL
                       ADD 1 TO W10-NOT-DONE
                   WHEN NOT F03-PEND-HELD
                       MOVE W04-NOT-HELD-MSG TO W03-RESULT-OUT
                       PERFORM 440-WRITE-DETAIL
                       ADD 1 TO W10-NOT-DONE
                   WHEN W09-OPERATOR-ID = SPACES
                       MOVE W04-NO-OPERATOR-MSG TO W03-RESULT-OUT
                       PERFORM 440-WRITE-DETAIL
                       ADD 1 TO W10-NOT-DONE
                   WHEN W09-OPERATOR-ID = F03-PEND-KEYED-BY
                       MOVE W04-SAME-OPERATOR-MSG TO W03-RESULT-OUT
                       PERFORM 440-WRITE-DETAIL
                       ADD 1 TO W10-NOT-DONE
                   WHEN F01-DEC-REFUSE
                       PERFORM 430-RECORD-DECISION
                       MOVE W04-REFUSED-MSG TO W03-RESULT-OUT
                       PERFORM 440-WRITE-DETAIL
                       ADD 1 TO W10-REFUSED
                   WHEN OTHER
                       PERFORM 420-APPLY-CHANGE
               END-EVALUATE
           END-IF

           PERFORM 300-READ-DECISION
           .

      * WALK THE PENDING FILE FOR THE DECISION'S SSN - THE LAST
      * RECORD FOUND IS THE CHANGE'S CURRENT STATE
       410-SCAN-PENDING.
           MOVE SPACES TO W01-PEND-EOF-SWITCH
           OPEN INPUT F03-PENDING-CHECK
           PERFORM 415-MATCH-PENDING-RECORD
               UNTIL W01-PEND-EOF
           CLOSE F03-PENDING-CHECK
           .

       415-MATCH-PENDING-RECORD.
           READ F03-PENDING-CHECK
               AT END
                   SET W01-PEND-EOF TO TRUE
               NOT AT END
                   IF F03-PEND-SSN = F01-DEC-SSN
                       SET W05-CHANGE-FOUND TO TRUE
                       MOVE F03-PENDING-RECORD TO W05-PENDING-IMAGE
                   END-IF
           END-READ
           .

      * THE NEW DETAILS REPLACE THE MASTER'S, AND AN EFT EMPLOYEE
      * GOES BACK INTO PRENOTE FROM THE BUSINESS DATE - NO LIVE
      * DEPOSIT REACHES THE NEW ACCOUNT UNTIL THE BANK HAS SEEN IT
       420-APPLY-CHANGE.
           MOVE F01-DEC-SSN TO F04-EMPLOYEE-SSN
           READ F04-EMPLOYEE-MASTER
               INVALID KEY
                   MOVE W04-NOT-ON-MASTER-MSG TO W03-RESULT-OUT
                   PERFORM 440-WRITE-DETAIL
                   ADD 1 TO W10-NOT-DONE
               NOT INVALID KEY
                   MOVE F04-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE
                   MOVE F03-PEND-NEW-TRANSIT TO F04-BANK-TRANSIT
                   MOVE F03-PEND-NEW-ACCOUNT TO F04-BANK-ACCOUNT
                   MOVE F03-PEND-NEW-PAY-METHOD TO F04-PAY-METHOD
                   IF F04-PAY-EFT
                       MOVE "P" TO F04-PRENOTE-STATUS
                       MOVE RC-BUSINESS-DATE TO F04-PRENOTE-DATE
                   ELSE
                       MOVE SPACE TO F04-PRENOTE-STATUS
                       MOVE SPACES TO F04-PRENOTE-DATE
                   END-IF
                   PERFORM 425-REWRITE-MASTER
                   PERFORM 430-RECORD-DECISION
                   PERFORM 450-PRINT-LETTER
                   ADD 1 TO W10-APPROVED
           END-READ
           .

       425-REWRITE-MASTER.
           REWRITE F04-EMPLOYEE-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W23-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE F04-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
           PERFORM 931-JOURNAL-EMPLOYEE
           .

      * APPEND THE DECISION, FLUSHING SO A SECOND DECISION FOR THE
      * SAME EMPLOYEE IN THIS FILE SEES IT
       430-RECORD-DECISION.
           MOVE F03-PENDING-RECORD TO F02-PENDING-RECORD
           IF F01-DEC-APPROVE
               SET F02-PEND-APPROVED TO TRUE
           ELSE
               SET F02-PEND-REFUSED TO TRUE
           END-IF
           MOVE W09-OPERATOR-ID TO F02-PEND-DECIDED-BY
           MOVE RC-BUSINESS-DATE TO F02-PEND-DECIDED-DATE
           WRITE F02-PENDING-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BankPending.dat" TO ABEND-FILE-NAME
           MOVE W21-PENDING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           CLOSE F02-PENDING-FILE
           OPEN EXTEND F02-PENDING-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W21-PENDING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       440-WRITE-DETAIL.
           MOVE F01-DEC-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE F03-PEND-KEYED-BY TO W03-KEYED-BY-OUT
           MOVE F03-PEND-KEYED-DATE TO W03-KEYED-ON-OUT
           EVALUATE TRUE
               WHEN F01-DEC-APPROVE MOVE "APPROVE" TO W03-DECISION-OUT
               WHEN F01-DEC-REFUSE  MOVE "REFUSE"  TO W03-DECISION-OUT
               WHEN OTHER MOVE F01-DEC-ACTION TO W03-DECISION-OUT
           END-EVALUATE
           WRITE F06-PRINT-RECORD FROM W03-DETAIL-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BankApproval.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE LETTER GOES TO THE ADDRESS FROM BEFORE THE MAINTENANCE
      * BATCH WHEN THAT BATCH CHANGED IT, OTHERWISE TO THE ADDRESS
      * MASTER AS IT STANDS. NO ADDRESS AT ALL MEANS NO LETTER, AND
      * THE CHANGE IS LISTED FOR FOLLOW-UP
       450-PRINT-LETTER.
           MOVE "N" TO W08-ADDRESS-SWITCH
           IF F03-PEND-USE-OLD-ADDR
               MOVE F01-DEC-SSN TO F05-ADDR-SSN
               MOVE F03-PEND-OLD-ADDRESS TO F05-ADDRESS-RECORD(10:55)
               SET W08-ADDRESS-FOUND TO TRUE
           ELSE
               IF W24-ADDRESS-STATUS NOT = "05"
                   MOVE F01-DEC-SSN TO F05-ADDR-SSN
                   READ F05-ADDRESS-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET W08-ADDRESS-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF

           IF NOT W08-ADDRESS-FOUND
               MOVE W04-NO-ADDRESS-MSG TO W03-RESULT-OUT
               PERFORM 440-WRITE-DETAIL
               ADD 1 TO W10-NO-ADDRESS
           ELSE
               PERFORM 455-FIND-ACCOUNT-END
               PERFORM 460-WRITE-LETTER
               MOVE W04-APPROVED-MSG TO W03-RESULT-OUT
               PERFORM 440-WRITE-DETAIL
           END-IF
           .

      * ONLY THE LAST FOUR CHARACTERS OF THE ACCOUNT GO ON PAPER -
      * FIND WHERE THE LEFT-JUSTIFIED ACCOUNT NUMBER ENDS
       455-FIND-ACCOUNT-END.
           MOVE 12 TO W07-ACCOUNT-SUB
           PERFORM 457-BACK-UP-ONE
               UNTIL W07-ACCOUNT-SUB < 5
                   OR F03-PEND-NEW-ACCOUNT(W07-ACCOUNT-SUB:1)
                       NOT = SPACE
           COMPUTE W07-ACCOUNT-START = W07-ACCOUNT-SUB - 3
           MOVE F03-PEND-NEW-ACCOUNT(W07-ACCOUNT-START:4)
               TO W06-ACCOUNT-OUT
           .

       457-BACK-UP-ONE.
           SUBTRACT 1 FROM W07-ACCOUNT-SUB
           .

       460-WRITE-LETTER.
           MOVE RC-BUSINESS-DATE TO W06-DATE-OUT
           MOVE F04-FIRST-NAME TO W06-FIRST-NAME-OUT
           MOVE F04-LAST-NAME TO W06-LAST-NAME-OUT
           MOVE F05-ADDR-STREET TO W06-STREET-OUT
           MOVE F05-ADDR-CITY TO W06-CITY-OUT
           MOVE F05-ADDR-PROV TO W06-PROV-OUT
           MOVE F05-ADDR-POSTCD TO W06-POSTCD-OUT
           MOVE F05-ADDR-COUNTRY TO W06-COUNTRY-OUT
           MOVE F04-FIRST-NAME TO W06-SALUTATION-OUT
           MOVE F03-PEND-NEW-TRANSIT TO W06-TRANSIT-OUT

           WRITE F07-LETTER-RECORD FROM W06-DATE-LINE
               AFTER ADVANCING PAGE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BankChangeLetters.out" TO ABEND-FILE-NAME
           MOVE W26-LETTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           WRITE F07-LETTER-RECORD FROM W06-NAME-LINE
               AFTER ADVANCING 3 LINES
           WRITE F07-LETTER-RECORD FROM W06-STREET-LINE
           WRITE F07-LETTER-RECORD FROM W06-CITY-LINE
           WRITE F07-LETTER-RECORD FROM W06-SALUTATION-LINE
               AFTER ADVANCING 3 LINES
           WRITE F07-LETTER-RECORD FROM W06-BODY-1
               AFTER ADVANCING 2 LINES
           WRITE F07-LETTER-RECORD FROM W06-BODY-2
           WRITE F07-LETTER-RECORD FROM W06-TRANSIT-LINE
               AFTER ADVANCING 2 LINES
           WRITE F07-LETTER-RECORD FROM W06-ACCOUNT-LINE
           WRITE F07-LETTER-RECORD FROM W06-BODY-3
               AFTER ADVANCING 2 LINES
           WRITE F07-LETTER-RECORD FROM W06-BODY-4
           WRITE F07-LETTER-RECORD FROM W06-BODY-5
           WRITE F07-LETTER-RECORD FROM W06-BODY-6
               AFTER ADVANCING 2 LINES
           WRITE F07-LETTER-RECORD FROM W06-BODY-7
           WRITE F07-LETTER-RECORD FROM W06-SIGNATURE
               AFTER ADVANCING 3 LINES
           .

       500-WRITE-FOOTER.
           MOVE "Decisions Read" TO W11-CONTROL-LABEL
           MOVE W10-DECISIONS-READ TO W11-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W11-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Changes Approved And Applied" TO W11-CONTROL-LABEL
           MOVE W10-APPROVED TO W11-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W11-CONTROL-LINE

           MOVE "Changes Refused" TO W11-CONTROL-LABEL
           MOVE W10-REFUSED TO W11-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W11-CONTROL-LINE

           MOVE "Decisions Not Carried Out" TO W11-CONTROL-LABEL
           MOVE W10-NOT-DONE TO W11-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W11-CONTROL-LINE

           MOVE "Approved - No Letter Address" TO W11-CONTROL-LABEL
           MOVE W10-NO-ADDRESS TO W11-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W11-CONTROL-LINE

           WRITE F06-PRINT-RECORD FROM W16-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "BankChangeApproval"  TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W10-DECISIONS-READ    TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN = W10-APPROVED + W10-REFUSED
           MOVE W10-NOT-DONE          TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-DECISION-FILE
                 F02-PENDING-FILE
                 F04-EMPLOYEE-MASTER
                 F05-ADDRESS-MASTER
                 F06-PRINT-FILE
                 F07-LETTER-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
