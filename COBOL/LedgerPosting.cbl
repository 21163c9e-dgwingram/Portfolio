       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerPosting.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * POSTS A GENERAL-LEDGER BATCH (GlPosting.dat AS WRITTEN BY
      * THE LABOR DISTRIBUTION, OR ANOTHER BATCH NAMED IN
      * GL_POSTING_FILE - ReversalGl.dat FROM THE PAYROLL REVERSAL,
      * InventoryGl.dat FROM THE STOCK MOVEMENTS) TO THE
      * PERIOD BALANCE FILE UNDER THE RUN-CONTROL PERIOD AND THE
      * BUSINESS DATE'S FISCAL YEAR. THE WHOLE BATCH IS PROVED
      * FIRST - A BATCH WHOSE DEBITS AND CREDITS DON'T AGREE, OR
      * WITH A LINE THAT IS NEITHER A DEBIT NOR A CREDIT OR CARRIES
      * NO USABLE AMOUNT, IS REFUSED WHOLE AND LEFT WHERE IT IS.
      * EVERY LINE'S ACCOUNT IS CHECKED AGAINST THE CHART OF
      * ACCOUNTS; ONE NOT ON THE CHART, OR INACTIVE, POSTS TO THE
      * SUSPENSE ACCOUNT AND GOES ON THE EXCEPTION LIST. EVERY
      * POSTED LINE IS KEPT ON THE LEDGER HISTORY, AND THE BATCH
      * FILE IS EMPTIED ONCE POSTED SO IT CANNOT POST TWICE
       FILE-CONTROL.
           SELECT F01-POSTING-FILE
               ASSIGN TO DYNAMIC W11-POSTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-POSTING-STATUS.

      * DYNAMIC SO THE CHART CAN BE SWEPT AT STARTUP FOR THE
      * SUSPENSE ACCOUNT AND READ BY KEY FOR EACH LINE
           SELECT F02-ACCOUNT-MASTER
               ASSIGN TO DYNAMIC W12-ACCOUNT-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F02-ACCT-NUMBER
               FILE STATUS IS W21-ACCOUNT-STATUS.

      * OPTIONAL SO THE FIRST EVER POSTING CREATES THE FILE
           SELECT OPTIONAL F03-BALANCE-FILE ASSIGN TO 'GlBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F03-BAL-KEY
               FILE STATUS IS W22-BALANCE-STATUS.

           SELECT F04-LEDGER-FILE ASSIGN TO 'GlLedger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-LEDGER-STATUS.

      * OPTIONAL - NO FILE MEANS NO YEAR HAS BEEN CLOSED YET
           SELECT OPTIONAL F05-CLOSED-FILE
               ASSIGN TO 'GlClosedYears.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-CLOSED-STATUS.

           SELECT F06-PRINT-FILE ASSIGN TO 'LedgerPosting.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-PRINT-STATUS.

           SELECT F07-EXCEPTION-FILE ASSIGN TO 'GlExceptions.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-EXCEPTION-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE LEDGER
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-POSTING-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F01-GL-RECORD.

           COPY GLPOST REPLACING LEADING ==G01== BY ==F01==.

       FD  F02-ACCOUNT-MASTER
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F02-ACCOUNT-RECORD.

           COPY GLACCT REPLACING LEADING ==C01== BY ==F02==.

       FD  F03-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F03-BALANCE-RECORD.

           COPY GLBAL REPLACING LEADING ==C02== BY ==F03==.

       FD  F04-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-LEDGER-RECORD.

           COPY GLLEDGER REPLACING LEADING ==C03== BY ==F04==.

       FD  F05-CLOSED-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F05-CLOSED-RECORD.

           COPY GLCLOSED REPLACING LEADING ==C04== BY ==F05==.

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-PRINT-RECORD.
       01  F06-PRINT-RECORD                PIC X(100).

       FD  F07-EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-EXCEPTION-RECORD.
       01  F07-EXCEPTION-RECORD            PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-POSTING-STATUS       PIC XX VALUE SPACES.
       01 W21-ACCOUNT-STATUS       PIC XX VALUE SPACES.
       01 W22-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 W23-LEDGER-STATUS        PIC XX VALUE SPACES.
       01 W24-CLOSED-STATUS        PIC XX VALUE SPACES.
       01 W25-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W26-EXCEPTION-STATUS     PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-SWEEP-EOF-SWITCH        PIC X VALUE SPACES.
               88  W01-SWEEP-EOF                 VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-BATCH-REFUSED             VALUE "Y".
           05  W01-BALANCE-SWITCH          PIC X VALUE "N".
               88  W01-BALANCE-FOUND             VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(22)
                       VALUE "General Ledger Posting".
           05  W02-EXCEPTION-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(21)
                       VALUE "GL Posting Exceptions".
           05  W02-PERIOD-LINE.
               10  PIC X(13) VALUE "Fiscal Year: ".
               10  W02-YEAR-OUT            PIC 9(4).
               10  PIC X(10) VALUE "  Period: ".
               10  W02-PERIOD-OUT          PIC 99.
           05  W02-COLUMN-HEADINGS.
               10  PIC X(10) VALUE "Account".
               10  PIC X(7)  VALUE "Dr/Cr".
               10  PIC X(14) VALUE "        Amount".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(26) VALUE "Description".
               10  PIC X(9)  VALUE "Posted To".
           05  W02-EXCEPTION-COLUMNS.
               10  PIC X(10) VALUE "Account".
               10  PIC X(7)  VALUE "Dr/Cr".
               10  PIC X(14) VALUE "        Amount".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(26) VALUE "Description".
               10  PIC X(24) VALUE "Reason".
               10  PIC X(8)  VALUE "Suspense".

       01 W03-DETAIL-LINE.
           05  W03-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DRCR-OUT                PIC X(2).
           05                              PIC X(5)  VALUE SPACES.
           05  W03-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W03-DESC-OUT                PIC X(24).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-POSTED-OUT              PIC X(8).
           05                              PIC X(33) VALUE SPACES.

       01 W04-EXCEPTION-LINE.
           05  W04-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-DRCR-OUT                PIC X(2).
           05                              PIC X(5)  VALUE SPACES.
           05  W04-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-DESC-OUT                PIC X(24).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-REASON-OUT              PIC X(22).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-SUSPENSE-OUT            PIC X(8).
           05                              PIC X(9)  VALUE SPACES.

       01 W05-MESSAGES.
           05 W05-UNBALANCED-MSG           PIC X(40)
                   VALUE 'Debits and credits do not balance'.
           05 W05-BAD-LINE-MSG             PIC X(40)
                   VALUE 'Line with bad Dr/Cr code or amount'.
           05 W05-NO-SUSPENSE-MSG          PIC X(40)
                   VALUE 'No active suspense account on chart'.
           05 W05-CLOSED-MSG               PIC X(40)
                   VALUE 'Fiscal year has been closed'.
           05 W05-BAD-PERIOD-MSG           PIC X(40)
                   VALUE 'Run-control year or period not valid'.
           05 W05-NOT-ON-CHART-MSG         PIC X(22)
                   VALUE 'Account not on chart'.
           05 W05-INACTIVE-MSG             PIC X(22)
                   VALUE 'Account inactive'.

       01 W06-REFUSAL-LINE.
           05  PIC X(19) VALUE "** BATCH REFUSED - ".
           05  W06-REFUSAL-REASON          PIC X(40).

       01 W07-BATCH-CONTROLS.
           05  W07-FISCAL-YEAR             PIC 9(4)  VALUE ZERO.
           05  W07-FISCAL-YEAR-X REDEFINES W07-FISCAL-YEAR
                                           PIC X(4).
           05  W07-PERIOD                  PIC 9(2)  VALUE ZERO.
           05  W07-SUSPENSE-ACCOUNT        PIC X(8)  VALUE SPACES.
           05  W07-POST-ACCOUNT            PIC X(8)  VALUE SPACES.
           05  W07-EXCEPTION-REASON        PIC X(22) VALUE SPACES.
           05  W07-POST-DATE               PIC X(8)  VALUE SPACES.
           05  W07-POST-TIME               PIC X(8)  VALUE SPACES.

      * THE PROOF TOTALS FROM THE FIRST PASS, AND THE POSTED TOTALS
      * FROM THE SECOND - THE TWO MUST AGREE
       01 W08-BATCH-TOTALS.
           05  W08-BATCH-DEBITS            PIC 9(9)V99 VALUE ZERO.
           05  W08-BATCH-CREDITS           PIC 9(9)V99 VALUE ZERO.
           05  W08-BAD-LINES               PIC 9(7)    VALUE ZERO.
           05  W08-POSTED-DEBITS           PIC 9(9)V99 VALUE ZERO.
           05  W08-POSTED-CREDITS          PIC 9(9)V99 VALUE ZERO.

       01 W09-RUN-COUNTS.
           05 W09-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W09-LINES-POSTED     PIC 9(7)    VALUE ZERO.
           05 W09-LINES-SUSPENSE   PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W13-AMOUNT-LINE.
           05  W13-AMOUNT-LABEL            PIC X(38).
           05  W13-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(48) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-POSTING-FILE-NAME    PIC X(20)   VALUE "GlPosting.dat".
       01 W12-ACCOUNT-MASTER-NAME  PIC X(20)
               VALUE "ChartOfAccounts.dat".
       01 W14-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "LedgerPosting" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-CHECK-POSTING-PERIOD
           PERFORM 200-WRITE-HEADINGS

           IF NOT W01-BATCH-REFUSED
               PERFORM 170-PROVE-BATCH
           END-IF

           IF W01-BATCH-REFUSED
               WRITE F06-PRINT-RECORD FROM W06-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-POSTING
               PERFORM 400-POST-LINE
                   UNTIL W01-END-OF-FILE
               PERFORM 480-EMPTY-POSTED-BATCH
               IF W09-LINES-SUSPENSE > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY ABENDPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_POSTING_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W11-POSTING-FILE-NAME
           END-IF

           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_ACCOUNT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W12-ACCOUNT-MASTER-NAME
           END-IF
           .

      * COPY ASIDE THE PERIOD BALANCES, THE LEDGER AND THE POSTING
      * BATCH (EMPTIED ONCE POSTED) BEFORE ANY OF THEM IS OPENED, SO A
      * FAILED RUN CAN BE PUT BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "G" TO SNAP-ADD-KIND
           MOVE "GlBalances.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "GlLedger.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE W11-POSTING-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

      * THE LEDGER HISTORY IS APPENDED TO; THE FIRST EVER RUN
      * CREATES IT
       100-OPEN-FILES.
           OPEN INPUT F01-POSTING-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-POSTING-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-POSTING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F02-ACCOUNT-MASTER
           MOVE W12-ACCOUNT-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W21-ACCOUNT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F03-BALANCE-FILE
           IF W22-BALANCE-STATUS NOT = "05"
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W22-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN EXTEND F04-LEDGER-FILE
           IF W23-LEDGER-STATUS = "35"
               OPEN OUTPUT F04-LEDGER-FILE
           END-IF
           MOVE "GlLedger.dat" TO ABEND-FILE-NAME
           MOVE W23-LEDGER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F06-PRINT-FILE
           MOVE "LedgerPosting.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F07-EXCEPTION-FILE
           MOVE "GlExceptions.out" TO ABEND-FILE-NAME
           MOVE W26-EXCEPTION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE BATCH POSTS TO THE RUN-CONTROL PERIOD OF THE BUSINESS
      * DATE'S YEAR - WHICH MUST BE A REAL PERIOD OF A YEAR STILL
      * OPEN - AND THE CHART MUST NAME A SUSPENSE ACCOUNT FOR THE
      * LINES IT CANNOT PLACE
       150-CHECK-POSTING-PERIOD.
           MOVE RC-BUSINESS-DATE(1:4) TO W07-FISCAL-YEAR-X
           MOVE RC-PERIOD TO W07-PERIOD
           ACCEPT W07-POST-DATE FROM DATE YYYYMMDD
           ACCEPT W07-POST-TIME FROM TIME

           IF W07-FISCAL-YEAR-X NOT NUMERIC
                   OR W07-PERIOD < 1 OR W07-PERIOD > 13
               SET W01-BATCH-REFUSED TO TRUE
               MOVE W05-BAD-PERIOD-MSG TO W06-REFUSAL-REASON
           ELSE
               PERFORM 160-CHECK-CLOSED-YEARS
           END-IF

           IF NOT W01-BATCH-REFUSED
               PERFORM 165-FIND-SUSPENSE-ACCOUNT
               IF W07-SUSPENSE-ACCOUNT = SPACES
                   SET W01-BATCH-REFUSED TO TRUE
                   MOVE W05-NO-SUSPENSE-MSG TO W06-REFUSAL-REASON
               END-IF
           END-IF
           .

      * AN OPTIONAL FILE THAT DOES NOT EXIST YET OPENS WITH "05"
      * AND READS STRAIGHT TO END
       160-CHECK-CLOSED-YEARS.
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH
           OPEN INPUT F05-CLOSED-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "GlClosedYears.dat" TO ABEND-FILE-NAME
           MOVE W24-CLOSED-STATUS TO ABEND-STATUS
           IF W24-CLOSED-STATUS NOT = "05"
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 162-CHECK-ONE-CLOSED-YEAR
               UNTIL W01-SWEEP-EOF
           CLOSE F05-CLOSED-FILE
           .

       162-CHECK-ONE-CLOSED-YEAR.
           READ F05-CLOSED-FILE
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F05-CLOSED-YEAR = W07-FISCAL-YEAR
                       SET W01-BATCH-REFUSED TO TRUE
                       MOVE W05-CLOSED-MSG TO W06-REFUSAL-REASON
                   END-IF
           END-READ
           .

       165-FIND-SUSPENSE-ACCOUNT.
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH
           MOVE LOW-VALUES TO F02-ACCT-NUMBER
           START F02-ACCOUNT-MASTER
               KEY IS NOT LESS THAN F02-ACCT-NUMBER
               INVALID KEY SET W01-SWEEP-EOF TO TRUE
           END-START

           PERFORM 167-CHECK-SUSPENSE-ACCOUNT
               UNTIL W01-SWEEP-EOF
           .

       167-CHECK-SUSPENSE-ACCOUNT.
           READ F02-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F02-ACCT-SUSPENSE AND F02-ACCT-ACTIVE
                       MOVE F02-ACCT-NUMBER TO W07-SUSPENSE-ACCOUNT
                   END-IF
           END-READ
           .

      * FIRST PASS - PROVE THE WHOLE BATCH BEFORE ANY OF IT POSTS,
      * THEN REOPEN IT FOR THE POSTING PASS
       170-PROVE-BATCH.
           PERFORM 300-READ-POSTING
           PERFORM 175-PROVE-LINE
               UNTIL W01-END-OF-FILE

           EVALUATE TRUE
               WHEN W08-BAD-LINES > ZERO
                   SET W01-BATCH-REFUSED TO TRUE
                   MOVE W05-BAD-LINE-MSG TO W06-REFUSAL-REASON
               WHEN W08-BATCH-DEBITS NOT = W08-BATCH-CREDITS
                   SET W01-BATCH-REFUSED TO TRUE
                   MOVE W05-UNBALANCED-MSG TO W06-REFUSAL-REASON
           END-EVALUATE

           CLOSE F01-POSTING-FILE
           OPEN INPUT F01-POSTING-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-POSTING-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-POSTING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE SPACES TO W01-EOF-SWITCH
           .

       175-PROVE-LINE.
           ADD 1 TO W09-LINES-READ
           IF F01-GL-AMOUNT NOT NUMERIC
               ADD 1 TO W08-BAD-LINES
           ELSE
               EVALUATE TRUE
                   WHEN F01-GL-DEBIT
                       ADD F01-GL-AMOUNT TO W08-BATCH-DEBITS
                   WHEN F01-GL-CREDIT
                       ADD F01-GL-AMOUNT TO W08-BATCH-CREDITS
                   WHEN OTHER
                       ADD 1 TO W08-BAD-LINES
               END-EVALUATE
           END-IF
           PERFORM 300-READ-POSTING
           .

       200-WRITE-HEADINGS.
           MOVE W07-FISCAL-YEAR TO W02-YEAR-OUT
           MOVE W07-PERIOD TO W02-PERIOD-OUT

           WRITE F06-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F06-PRINT-RECORD FROM W02-PERIOD-LINE
           WRITE F06-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES

           WRITE F07-EXCEPTION-RECORD FROM W02-EXCEPTION-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F07-EXCEPTION-RECORD FROM RC-HEADING-LINE
           WRITE F07-EXCEPTION-RECORD FROM W02-PERIOD-LINE
           WRITE F07-EXCEPTION-RECORD FROM W02-EXCEPTION-COLUMNS
               AFTER ADVANCING 2 LINES
           .

       300-READ-POSTING.
           READ F01-POSTING-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-POSTING-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-POSTING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * SECOND PASS - PLACE ONE PROVED LINE: ITS OWN ACCOUNT IF THE
      * CHART HAS IT ACTIVE, OTHERWISE SUSPENSE
       400-POST-LINE.
           MOVE F01-GL-ACCOUNT TO W07-POST-ACCOUNT
           MOVE SPACES TO W07-EXCEPTION-REASON
           MOVE F01-GL-ACCOUNT TO F02-ACCT-NUMBER
           READ F02-ACCOUNT-MASTER
               INVALID KEY
                   MOVE W05-NOT-ON-CHART-MSG TO W07-EXCEPTION-REASON
               NOT INVALID KEY
                   IF NOT F02-ACCT-ACTIVE
                       MOVE W05-INACTIVE-MSG TO W07-EXCEPTION-REASON
                   END-IF
           END-READ

           IF W07-EXCEPTION-REASON NOT = SPACES
               MOVE W07-SUSPENSE-ACCOUNT TO W07-POST-ACCOUNT
               ADD 1 TO W09-LINES-SUSPENSE
               PERFORM 420-WRITE-EXCEPTION-LINE
           END-IF

           PERFORM 430-UPDATE-PERIOD-BALANCE
           PERFORM 440-WRITE-LEDGER-ROW
           PERFORM 450-WRITE-DETAIL-LINE

           ADD 1 TO W09-LINES-POSTED
           IF F01-GL-DEBIT
               ADD F01-GL-AMOUNT TO W08-POSTED-DEBITS
           ELSE
               ADD F01-GL-AMOUNT TO W08-POSTED-CREDITS
           END-IF

           PERFORM 300-READ-POSTING
           .

       420-WRITE-EXCEPTION-LINE.
           MOVE F01-GL-ACCOUNT TO W04-ACCOUNT-OUT
           IF F01-GL-DEBIT
               MOVE "DR" TO W04-DRCR-OUT
           ELSE
               MOVE "CR" TO W04-DRCR-OUT
           END-IF
           MOVE F01-GL-AMOUNT TO W04-AMOUNT-OUT
           MOVE F01-GL-DESC TO W04-DESC-OUT
           MOVE W07-EXCEPTION-REASON TO W04-REASON-OUT
           MOVE W07-SUSPENSE-ACCOUNT TO W04-SUSPENSE-OUT
           WRITE F07-EXCEPTION-RECORD FROM W04-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "GlExceptions.out" TO ABEND-FILE-NAME
           MOVE W26-EXCEPTION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * ADD THE LINE TO ITS ACCOUNT'S BALANCE FOR THE PERIOD - THE
      * FIRST LINE FOR AN ACCOUNT IN A PERIOD STARTS THE RECORD
       430-UPDATE-PERIOD-BALANCE.
           MOVE W07-POST-ACCOUNT TO F03-BAL-ACCOUNT
           MOVE W07-FISCAL-YEAR TO F03-BAL-YEAR
           MOVE W07-PERIOD TO F03-BAL-PERIOD
           READ F03-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO W01-BALANCE-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO W01-BALANCE-SWITCH
           END-READ

           IF NOT W01-BALANCE-FOUND
               MOVE W07-POST-ACCOUNT TO F03-BAL-ACCOUNT
               MOVE W07-FISCAL-YEAR TO F03-BAL-YEAR
               MOVE W07-PERIOD TO F03-BAL-PERIOD
               MOVE ZERO TO F03-BAL-DEBITS
               MOVE ZERO TO F03-BAL-CREDITS
           END-IF

           IF F01-GL-DEBIT
               ADD F01-GL-AMOUNT TO F03-BAL-DEBITS
           ELSE
               ADD F01-GL-AMOUNT TO F03-BAL-CREDITS
           END-IF

           IF W01-BALANCE-FOUND
               REWRITE F03-BALANCE-RECORD
               MOVE "REWRITE" TO ABEND-OPERATION
           ELSE
               WRITE F03-BALANCE-RECORD
               MOVE "WRITE" TO ABEND-OPERATION
           END-IF
           MOVE "GlBalances.dat" TO ABEND-FILE-NAME
           MOVE W22-BALANCE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       440-WRITE-LEDGER-ROW.
           MOVE W07-FISCAL-YEAR TO F04-LED-YEAR
           MOVE W07-PERIOD TO F04-LED-PERIOD
           MOVE W07-POST-DATE TO F04-LED-POST-DATE
           MOVE W07-POST-TIME TO F04-LED-POST-TIME
           MOVE W07-POST-ACCOUNT TO F04-LED-ACCOUNT
           MOVE F01-GL-ACCOUNT TO F04-LED-ORIG-ACCOUNT
           MOVE F01-GL-DRCR TO F04-LED-DRCR
           MOVE F01-GL-AMOUNT TO F04-LED-AMOUNT
           MOVE F01-GL-DESC TO F04-LED-DESC
           SET F04-LED-FROM-POSTING TO TRUE
           WRITE F04-LEDGER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "GlLedger.dat" TO ABEND-FILE-NAME
           MOVE W23-LEDGER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       450-WRITE-DETAIL-LINE.
           MOVE F01-GL-ACCOUNT TO W03-ACCOUNT-OUT
           IF F01-GL-DEBIT
               MOVE "DR" TO W03-DRCR-OUT
           ELSE
               MOVE "CR" TO W03-DRCR-OUT
           END-IF
           MOVE F01-GL-AMOUNT TO W03-AMOUNT-OUT
           MOVE F01-GL-DESC TO W03-DESC-OUT
           MOVE W07-POST-ACCOUNT TO W03-POSTED-OUT
           WRITE F06-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "LedgerPosting.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A POSTED BATCH IS EMPTIED SO A RERUN CANNOT POST IT AGAIN -
      * ITS LINES LIVE ON IN THE LEDGER HISTORY. THE FILE IS LEFT
      * OPEN FOR THE CLOSE AT END OF RUN
       480-EMPTY-POSTED-BATCH.
           CLOSE F01-POSTING-FILE
           OPEN OUTPUT F01-POSTING-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-POSTING-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-POSTING-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE "Batch Lines Read" TO W10-CONTROL-LABEL
           MOVE W09-LINES-READ TO W10-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Lines Posted" TO W10-CONTROL-LABEL
           MOVE W09-LINES-POSTED TO W10-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Posted To Suspense" TO W10-CONTROL-LABEL
           MOVE W09-LINES-SUSPENSE TO W10-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Batch Debits" TO W13-AMOUNT-LABEL
           MOVE W08-BATCH-DEBITS TO W13-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W13-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Batch Credits" TO W13-AMOUNT-LABEL
           MOVE W08-BATCH-CREDITS TO W13-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W13-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Debits Posted" TO W13-AMOUNT-LABEL
           MOVE W08-POSTED-DEBITS TO W13-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W13-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Credits Posted" TO W13-AMOUNT-LABEL
           MOVE W08-POSTED-CREDITS TO W13-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W13-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F06-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           MOVE "Lines Posted To Suspense" TO W10-CONTROL-LABEL
           MOVE W09-LINES-SUSPENSE TO W10-CONTROL-COUNT
           WRITE F07-EXCEPTION-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           WRITE F07-EXCEPTION-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "LedgerPosting"       TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-LINES-READ        TO AUDIT-RECORDS-READ
           MOVE W09-LINES-POSTED      TO AUDIT-RECORDS-WRITTEN
           MOVE W09-LINES-SUSPENSE    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-POSTING-FILE
                 F02-ACCOUNT-MASTER
                 F03-BALANCE-FILE
                 F04-LEDGER-FILE
                 F06-PRINT-FILE
                 F07-EXCEPTION-FILE
           .
