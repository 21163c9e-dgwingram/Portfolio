       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlYearEnd.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * CLOSES ONE FISCAL YEAR OF THE GENERAL LEDGER - THE BUSINESS
      * DATE'S YEAR UNLESS GL_CLOSE_YEAR NAMES ANOTHER. EVERY INCOME
      * AND EXPENSE ACCOUNT'S NET FOR THE YEAR IS ROLLED INTO THE
      * RETAINED-EARNINGS ACCOUNT, AND EVERY ASSET, LIABILITY AND
      * EQUITY ACCOUNT'S NET IS CARRIED FORWARD, AS THE OPENING
      * BALANCES (PERIOD 00) OF THE NEXT YEAR. THE YEAR IS THEN
      * RECORDED AS CLOSED SO NOTHING MORE CAN POST TO IT. A YEAR
      * ALREADY CLOSED, OR WHOSE BALANCES DON'T BALANCE, IS REFUSED
       FILE-CONTROL.
           SELECT F01-ACCOUNT-MASTER
               ASSIGN TO DYNAMIC W11-ACCOUNT-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-ACCT-NUMBER
               FILE STATUS IS W20-ACCOUNT-STATUS.

      * DYNAMIC SO EACH ACCOUNT'S YEAR CAN BE READ IN KEY ORDER AND
      * THE NEXT YEAR'S OPENING BALANCES WRITTEN BY KEY
           SELECT OPTIONAL F02-BALANCE-FILE ASSIGN TO 'GlBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F02-BAL-KEY
               FILE STATUS IS W21-BALANCE-STATUS.

           SELECT F03-LEDGER-FILE ASSIGN TO 'GlLedger.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-LEDGER-STATUS.

      * OPTIONAL - NO FILE MEANS NO YEAR HAS BEEN CLOSED YET
           SELECT OPTIONAL F04-CLOSED-FILE
               ASSIGN TO 'GlClosedYears.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-CLOSED-STATUS.

           SELECT F05-PRINT-FILE ASSIGN TO 'GlYearEnd.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-PRINT-STATUS.

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
       FD  F01-ACCOUNT-MASTER
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F01-ACCOUNT-RECORD.

           COPY GLACCT REPLACING LEADING ==C01== BY ==F01==.

       FD  F02-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F02-BALANCE-RECORD.

           COPY GLBAL REPLACING LEADING ==C02== BY ==F02==.

       FD  F03-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F03-LEDGER-RECORD.

           COPY GLLEDGER REPLACING LEADING ==C03== BY ==F03==.

       FD  F04-CLOSED-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS F04-CLOSED-RECORD.

           COPY GLCLOSED REPLACING LEADING ==C04== BY ==F04==.

       FD  F05-PRINT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F05-PRINT-RECORD.
       01  F05-PRINT-RECORD                PIC X(120).

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
       01 W20-ACCOUNT-STATUS       PIC XX VALUE SPACES.
       01 W21-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 W22-LEDGER-STATUS        PIC XX VALUE SPACES.
       01 W23-CLOSED-STATUS        PIC XX VALUE SPACES.
       01 W24-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-SWEEP-EOF-SWITCH        PIC X VALUE SPACES.
               88  W01-SWEEP-EOF                 VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-CLOSE-REFUSED             VALUE "Y".
           05  W01-ACTIVITY-SWITCH         PIC X VALUE "N".
               88  W01-ACCOUNT-HAS-BALANCES      VALUE "Y".
           05  W01-BALANCE-SWITCH          PIC X VALUE "N".
               88  W01-BALANCE-FOUND             VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(48) VALUE SPACES.
               10  PIC X(24)
                       VALUE "General Ledger Year-End".
           05  W02-YEAR-LINE.
               10  PIC X(19) VALUE "Fiscal Year Closed:".
               10  PIC X(1)  VALUE SPACES.
               10  W02-YEAR-OUT            PIC X(4).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(10) VALUE "Account".
               10  PIC X(32) VALUE "Name".
               10  PIC X(19) VALUE "      Year Net Dr".
               10  PIC X(19) VALUE "      Year Net Cr".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(24) VALUE "Disposition".

       01 W03-DETAIL-LINE.
           05  W03-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NAME-OUT                PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NET-DR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NET-CR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(4)  VALUE SPACES.
           05  W03-DISPOSITION-OUT         PIC X(30).
           05                              PIC X(8)  VALUE SPACES.

       01 W04-REFUSAL-LINE.
           05  PIC X(19) VALUE "** CLOSE REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(40).

       01 W05-MESSAGES.
           05 W05-BAD-YEAR-MSG             PIC X(40)
                   VALUE 'Fiscal year to close not valid'.
           05 W05-CLOSED-MSG               PIC X(40)
                   VALUE 'Fiscal year has already been closed'.
           05 W05-NO-RETAINED-MSG          PIC X(40)
                   VALUE 'No retained-earnings account on chart'.
           05 W05-UNBALANCED-MSG           PIC X(40)
                   VALUE 'Balances for the year do not balance'.
           05 W05-TO-RETAINED-MSG          PIC X(30)
                   VALUE 'Closed to retained earnings'.
           05 W05-CARRIED-MSG              PIC X(30)
                   VALUE 'Carried forward'.
           05 W05-WITH-PROFIT-MSG          PIC X(30)
                   VALUE 'Carried forward with profit'.

      * THE YEAR BEING CLOSED AND THE YEAR ITS BALANCES OPEN
       01 W06-CLOSE-CONTROLS.
           05  W06-CLOSE-YEAR-X            PIC X(4)  VALUE SPACES.
           05  W06-CLOSE-YEAR REDEFINES W06-CLOSE-YEAR-X
                                           PIC 9(4).
           05  W06-OPEN-YEAR               PIC 9(4)  VALUE ZERO.
           05  W06-RETAINED-ACCOUNT        PIC X(8)  VALUE SPACES.
           05  W06-OPERATOR-ID             PIC X(8)  VALUE SPACES.
           05  W06-CLOSE-DATE              PIC X(8)  VALUE SPACES.
           05  W06-CLOSE-TIME              PIC X(8)  VALUE SPACES.
           05  W06-CLOSE-DESC.
               10  PIC X(18) VALUE "Year-end close of ".
               10  W06-CLOSE-DESC-YEAR     PIC X(4).
               10  PIC X(2)  VALUE SPACES.

      * NETS ARE DEBITS LESS CREDITS, SO A CREDIT BALANCE COMES OUT
      * NEGATIVE - NET INCOME IS THE NEGATIVE OF THE P&L NET
       01 W07-CLOSE-AMOUNTS.
           05  W07-YEAR-DEBITS             PIC 9(13)V99  VALUE ZERO.
           05  W07-YEAR-CREDITS            PIC 9(13)V99  VALUE ZERO.
           05  W07-ACCOUNT-NET             PIC S9(13)V99 VALUE ZERO.
           05  W07-PROFIT-LOSS-NET         PIC S9(13)V99 VALUE ZERO.
           05  W07-RETAINED-NET            PIC S9(13)V99 VALUE ZERO.
           05  W07-NET-INCOME              PIC S9(13)V99 VALUE ZERO.
           05  W07-CARRY-ACCOUNT           PIC X(8)      VALUE SPACES.
           05  W07-CARRY-NET               PIC S9(13)V99 VALUE ZERO.
           05  W07-CARRY-AMOUNT            PIC 9(13)V99  VALUE ZERO.
           05  W07-CARRY-DRCR              PIC X         VALUE SPACES.
           05  W07-LEDGER-REMAINING        PIC 9(13)V99  VALUE ZERO.
           05  W07-LEDGER-ROW-LIMIT        PIC 9(7)V99
                                           VALUE 9999999.99.

       01 W08-RUN-COUNTS.
           05 W08-ACCOUNTS-READ    PIC 9(7)    VALUE ZERO.
           05 W08-ACCOUNTS-CLOSED  PIC 9(7)    VALUE ZERO.
           05 W08-OPENING-WRITTEN  PIC 9(7)    VALUE ZERO.

       01 W09-CONTROL-LINE.
           05  W09-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W09-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(71) VALUE SPACES.

       01 W10-NET-INCOME-LINE.
           05  PIC X(38)
                   VALUE "Net Income (Loss) To Retained Earnings".
           05  W10-NET-INCOME-OUT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(61) VALUE SPACES.

      * FILE-NAME DEFAULT, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-ACCOUNT-MASTER-NAME  PIC X(20)
               VALUE "ChartOfAccounts.dat".
       01 W12-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "GlYearEnd" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-CLOSE-YEAR
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-CHECK-CLOSE-ALLOWED
           PERFORM 200-WRITE-HEADINGS

           IF W01-CLOSE-REFUSED
               WRITE F05-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT W01-END-OF-FILE
                   PERFORM 300-READ-ACCOUNT
               END-IF
               PERFORM 400-CLOSE-ACCOUNT
                   UNTIL W01-END-OF-FILE
               PERFORM 470-CARRY-RETAINED-EARNINGS
               PERFORM 480-RECORD-CLOSED-YEAR
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

      * THE YEAR DEFAULTS TO THE BUSINESS DATE'S; A CLOSE RUN EARLY
      * IN THE NEW YEAR NAMES THE OLD ONE FROM THE ENVIRONMENT
       090-GET-CLOSE-YEAR.
           MOVE SPACES TO W12-FILE-NAME-OVERRIDE
           ACCEPT W12-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_ACCOUNT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W12-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W12-FILE-NAME-OVERRIDE TO W11-ACCOUNT-MASTER-NAME
           END-IF

           ACCEPT W06-CLOSE-YEAR-X
               FROM ENVIRONMENT "GL_CLOSE_YEAR"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W06-CLOSE-YEAR-X = SPACES
               MOVE RC-BUSINESS-DATE(1:4) TO W06-CLOSE-YEAR-X
           END-IF

           ACCEPT W06-OPERATOR-ID
               FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W06-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO W06-OPERATOR-ID
           END-IF

           ACCEPT W06-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT W06-CLOSE-TIME FROM TIME
           .

      * COPY ASIDE THE PERIOD BALANCES, THE LEDGER AND THE CLOSED-YEAR
      * LIST BEFORE ANY OF THEM IS OPENED, SO A FAILED CLOSE CAN BE PUT
      * BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "G" TO SNAP-ADD-KIND
           MOVE "GlBalances.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "GlLedger.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "GlClosedYears.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

      * THE LEDGER HISTORY IS APPENDED TO; THE FIRST EVER RUN
      * CREATES IT
       100-OPEN-FILES.
           OPEN INPUT F01-ACCOUNT-MASTER
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-ACCOUNT-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W20-ACCOUNT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F02-BALANCE-FILE
           IF W21-BALANCE-STATUS NOT = "05"
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W21-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN EXTEND F03-LEDGER-FILE
           IF W22-LEDGER-STATUS = "35"
               OPEN OUTPUT F03-LEDGER-FILE
           END-IF
           MOVE "GlLedger.dat" TO ABEND-FILE-NAME
           MOVE W22-LEDGER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F05-PRINT-FILE
           MOVE "GlYearEnd.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A YEAR CAN BE CLOSED ONCE, ONLY INTO A RETAINED-EARNINGS
      * ACCOUNT THE CHART NAMES, AND ONLY IF ITS BALANCES BALANCE
       150-CHECK-CLOSE-ALLOWED.
           IF W06-CLOSE-YEAR-X NOT NUMERIC
               SET W01-CLOSE-REFUSED TO TRUE
               MOVE W05-BAD-YEAR-MSG TO W04-REFUSAL-REASON
           ELSE
               COMPUTE W06-OPEN-YEAR = W06-CLOSE-YEAR + 1
               MOVE W06-CLOSE-YEAR-X TO W06-CLOSE-DESC-YEAR
               PERFORM 160-CHECK-CLOSED-YEARS
           END-IF

           IF NOT W01-CLOSE-REFUSED
               PERFORM 165-FIND-RETAINED-ACCOUNT
               IF W06-RETAINED-ACCOUNT = SPACES
                   SET W01-CLOSE-REFUSED TO TRUE
                   MOVE W05-NO-RETAINED-MSG TO W04-REFUSAL-REASON
               END-IF
           END-IF

           IF NOT W01-CLOSE-REFUSED
               PERFORM 170-PROVE-YEAR
               IF W07-YEAR-DEBITS NOT = W07-YEAR-CREDITS
                   SET W01-CLOSE-REFUSED TO TRUE
                   MOVE W05-UNBALANCED-MSG TO W04-REFUSAL-REASON
               END-IF
           END-IF
           .

      * AN OPTIONAL FILE THAT DOES NOT EXIST YET OPENS WITH "05"
      * AND READS STRAIGHT TO END
       160-CHECK-CLOSED-YEARS.
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH
           OPEN INPUT F04-CLOSED-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "GlClosedYears.dat" TO ABEND-FILE-NAME
           MOVE W23-CLOSED-STATUS TO ABEND-STATUS
           IF W23-CLOSED-STATUS NOT = "05"
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 162-CHECK-ONE-CLOSED-YEAR
               UNTIL W01-SWEEP-EOF
           CLOSE F04-CLOSED-FILE
           .

       162-CHECK-ONE-CLOSED-YEAR.
           READ F04-CLOSED-FILE
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F04-CLOSED-YEAR = W06-CLOSE-YEAR
                       SET W01-CLOSE-REFUSED TO TRUE
                       MOVE W05-CLOSED-MSG TO W04-REFUSAL-REASON
                   END-IF
           END-READ
           .

      * THE SEARCH READS THE CHART TO ITS END, SO THE CHART IS SET
      * BACK TO ITS FIRST ACCOUNT FOR THE CLOSING PASS
       165-FIND-RETAINED-ACCOUNT.
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH
           MOVE LOW-VALUES TO F01-ACCT-NUMBER
           START F01-ACCOUNT-MASTER
               KEY IS NOT LESS THAN F01-ACCT-NUMBER
               INVALID KEY SET W01-SWEEP-EOF TO TRUE
           END-START

           PERFORM 167-CHECK-RETAINED-ACCOUNT
               UNTIL W01-SWEEP-EOF

           MOVE LOW-VALUES TO F01-ACCT-NUMBER
           START F01-ACCOUNT-MASTER
               KEY IS NOT LESS THAN F01-ACCT-NUMBER
               INVALID KEY SET W01-END-OF-FILE TO TRUE
           END-START
           .

       167-CHECK-RETAINED-ACCOUNT.
           READ F01-ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F01-ACCT-RETAINED
                       MOVE F01-ACCT-NUMBER TO W06-RETAINED-ACCOUNT
                   END-IF
           END-READ
           .

      * EVERY BALANCE RECORD OF THE YEAR, WHATEVER THE ACCOUNT, IS
      * TOTALLED - A LEDGER POSTED ONLY IN BALANCED BATCHES AGREES
       170-PROVE-YEAR.
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH
           MOVE LOW-VALUES TO F02-BAL-KEY
           START F02-BALANCE-FILE
               KEY IS NOT LESS THAN F02-BAL-KEY
               INVALID KEY SET W01-SWEEP-EOF TO TRUE
           END-START

           PERFORM 175-PROVE-BALANCE
               UNTIL W01-SWEEP-EOF
           .

       175-PROVE-BALANCE.
           READ F02-BALANCE-FILE NEXT RECORD
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F02-BAL-YEAR = W06-CLOSE-YEAR
                       ADD F02-BAL-DEBITS TO W07-YEAR-DEBITS
                       ADD F02-BAL-CREDITS TO W07-YEAR-CREDITS
                   END-IF
           END-READ
           .

       200-WRITE-HEADINGS.
           MOVE W06-CLOSE-YEAR-X TO W02-YEAR-OUT

           WRITE F05-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F05-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F05-PRINT-RECORD FROM W02-YEAR-LINE
           WRITE F05-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

      * THE CHART IS READ IN ACCOUNT-NUMBER ORDER
       300-READ-ACCOUNT.
           READ F01-ACCOUNT-MASTER NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-ACCOUNT-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W20-ACCOUNT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * NET THE ACCOUNT OVER EVERY PERIOD OF THE YEAR, OPENING
      * BALANCE INCLUDED, THEN CLOSE IT OUT BY ITS TYPE. RETAINED
      * EARNINGS WAITS FOR THE YEAR'S NET INCOME AND IS CARRIED LAST
       400-CLOSE-ACCOUNT.
           ADD 1 TO W08-ACCOUNTS-READ
           MOVE ZERO TO W07-ACCOUNT-NET
           MOVE "N" TO W01-ACTIVITY-SWITCH
           MOVE SPACES TO W01-SWEEP-EOF-SWITCH

           MOVE F01-ACCT-NUMBER TO F02-BAL-ACCOUNT
           MOVE W06-CLOSE-YEAR TO F02-BAL-YEAR
           MOVE ZERO TO F02-BAL-PERIOD
           START F02-BALANCE-FILE
               KEY IS NOT LESS THAN F02-BAL-KEY
               INVALID KEY SET W01-SWEEP-EOF TO TRUE
           END-START

           PERFORM 410-ADD-PERIOD-BALANCE
               UNTIL W01-SWEEP-EOF

           IF W01-ACCOUNT-HAS-BALANCES
               EVALUATE TRUE
                   WHEN F01-ACCT-NUMBER = W06-RETAINED-ACCOUNT
                       ADD W07-ACCOUNT-NET TO W07-RETAINED-NET
                       MOVE W05-WITH-PROFIT-MSG
                           TO W03-DISPOSITION-OUT
                   WHEN F01-ACCT-PROFIT-LOSS
                       ADD W07-ACCOUNT-NET TO W07-PROFIT-LOSS-NET
                       MOVE W05-TO-RETAINED-MSG
                           TO W03-DISPOSITION-OUT
                   WHEN OTHER
                       MOVE F01-ACCT-NUMBER TO W07-CARRY-ACCOUNT
                       MOVE W07-ACCOUNT-NET TO W07-CARRY-NET
                       PERFORM 450-WRITE-OPENING-BALANCE
                       MOVE W05-CARRIED-MSG TO W03-DISPOSITION-OUT
               END-EVALUATE
               ADD 1 TO W08-ACCOUNTS-CLOSED
               PERFORM 420-WRITE-DETAIL-LINE
           END-IF

           PERFORM 300-READ-ACCOUNT
           .

       410-ADD-PERIOD-BALANCE.
           READ F02-BALANCE-FILE NEXT RECORD
               AT END
                   SET W01-SWEEP-EOF TO TRUE
               NOT AT END
                   IF F02-BAL-ACCOUNT NOT = F01-ACCT-NUMBER
                           OR F02-BAL-YEAR NOT = W06-CLOSE-YEAR
                       SET W01-SWEEP-EOF TO TRUE
                   ELSE
                       SET W01-ACCOUNT-HAS-BALANCES TO TRUE
                       COMPUTE W07-ACCOUNT-NET = W07-ACCOUNT-NET
                           + F02-BAL-DEBITS - F02-BAL-CREDITS
                   END-IF
           END-READ
           .

       420-WRITE-DETAIL-LINE.
           MOVE F01-ACCT-NUMBER TO W03-ACCOUNT-OUT
           MOVE F01-ACCT-NAME TO W03-NAME-OUT
           MOVE ZERO TO W03-NET-DR-OUT
           MOVE ZERO TO W03-NET-CR-OUT
           IF W07-ACCOUNT-NET < ZERO
               COMPUTE W03-NET-CR-OUT = ZERO - W07-ACCOUNT-NET
           ELSE
               MOVE W07-ACCOUNT-NET TO W03-NET-DR-OUT
           END-IF

           WRITE F05-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "GlYearEnd.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * ADD A CARRIED NET TO THE ACCOUNT'S OPENING BALANCE FOR THE
      * NEXT YEAR - A ZERO NET CARRIES NOTHING
       450-WRITE-OPENING-BALANCE.
           IF W07-CARRY-NET NOT = ZERO
               IF W07-CARRY-NET < ZERO
                   COMPUTE W07-CARRY-AMOUNT = ZERO - W07-CARRY-NET
                   MOVE "C" TO W07-CARRY-DRCR
               ELSE
                   MOVE W07-CARRY-NET TO W07-CARRY-AMOUNT
                   MOVE "D" TO W07-CARRY-DRCR
               END-IF

               MOVE W07-CARRY-ACCOUNT TO F02-BAL-ACCOUNT
               MOVE W06-OPEN-YEAR TO F02-BAL-YEAR
               MOVE ZERO TO F02-BAL-PERIOD
               READ F02-BALANCE-FILE
                   INVALID KEY
                       MOVE "N" TO W01-BALANCE-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO W01-BALANCE-SWITCH
               END-READ

               IF NOT W01-BALANCE-FOUND
                   MOVE W07-CARRY-ACCOUNT TO F02-BAL-ACCOUNT
                   MOVE W06-OPEN-YEAR TO F02-BAL-YEAR
                   MOVE ZERO TO F02-BAL-PERIOD
                   MOVE ZERO TO F02-BAL-DEBITS
                   MOVE ZERO TO F02-BAL-CREDITS
               END-IF

               IF W07-CARRY-DRCR = "C"
                   ADD W07-CARRY-AMOUNT TO F02-BAL-CREDITS
               ELSE
                   ADD W07-CARRY-AMOUNT TO F02-BAL-DEBITS
               END-IF

               IF W01-BALANCE-FOUND
                   REWRITE F02-BALANCE-RECORD
                   MOVE "REWRITE" TO ABEND-OPERATION
               ELSE
                   WRITE F02-BALANCE-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
               END-IF
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W21-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS

               MOVE W07-CARRY-AMOUNT TO W07-LEDGER-REMAINING
               PERFORM 460-WRITE-LEDGER-ROW
                   UNTIL W07-LEDGER-REMAINING = ZERO
               ADD 1 TO W08-OPENING-WRITTEN
           END-IF
           .

      * A LEDGER ROW HOLDS THE SAME AMOUNT AS A POSTING LINE, SO A
      * LARGER OPENING BALANCE IS RECORDED OVER AS MANY ROWS AS IT
      * TAKES
       460-WRITE-LEDGER-ROW.
           IF W07-LEDGER-REMAINING > W07-LEDGER-ROW-LIMIT
               MOVE W07-LEDGER-ROW-LIMIT TO F03-LED-AMOUNT
           ELSE
               MOVE W07-LEDGER-REMAINING TO F03-LED-AMOUNT
           END-IF
           SUBTRACT F03-LED-AMOUNT FROM W07-LEDGER-REMAINING

           MOVE W06-OPEN-YEAR TO F03-LED-YEAR
           MOVE ZERO TO F03-LED-PERIOD
           MOVE W06-CLOSE-DATE TO F03-LED-POST-DATE
           MOVE W06-CLOSE-TIME TO F03-LED-POST-TIME
           MOVE W07-CARRY-ACCOUNT TO F03-LED-ACCOUNT
           MOVE W07-CARRY-ACCOUNT TO F03-LED-ORIG-ACCOUNT
           MOVE W07-CARRY-DRCR TO F03-LED-DRCR
           MOVE W06-CLOSE-DESC TO F03-LED-DESC
           SET F03-LED-FROM-CLOSE TO TRUE
           WRITE F03-LEDGER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "GlLedger.dat" TO ABEND-FILE-NAME
           MOVE W22-LEDGER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * RETAINED EARNINGS OPENS THE NEW YEAR WITH ITS OWN NET PLUS
      * THE YEAR'S INCOME AND EXPENSE NETS
       470-CARRY-RETAINED-EARNINGS.
           COMPUTE W07-NET-INCOME = ZERO - W07-PROFIT-LOSS-NET
           MOVE W06-RETAINED-ACCOUNT TO W07-CARRY-ACCOUNT
           COMPUTE W07-CARRY-NET = W07-RETAINED-NET
               + W07-PROFIT-LOSS-NET
           PERFORM 450-WRITE-OPENING-BALANCE
           .

       480-RECORD-CLOSED-YEAR.
           OPEN EXTEND F04-CLOSED-FILE
           IF W23-CLOSED-STATUS = "35"
               OPEN OUTPUT F04-CLOSED-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "GlClosedYears.dat" TO ABEND-FILE-NAME
           MOVE W23-CLOSED-STATUS TO ABEND-STATUS
           IF W23-CLOSED-STATUS NOT = "05"
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           MOVE W06-CLOSE-YEAR TO F04-CLOSED-YEAR
           MOVE W06-CLOSE-DATE TO F04-CLOSED-DATE
           MOVE W06-CLOSE-TIME TO F04-CLOSED-TIME
           MOVE W06-OPERATOR-ID TO F04-CLOSED-BY
           WRITE F04-CLOSED-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE W23-CLOSED-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           CLOSE F04-CLOSED-FILE
           .

       500-WRITE-FOOTER.
           IF NOT W01-CLOSE-REFUSED
               MOVE W07-NET-INCOME TO W10-NET-INCOME-OUT
               WRITE F05-PRINT-RECORD FROM W10-NET-INCOME-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE "Accounts On Chart" TO W09-CONTROL-LABEL
           MOVE W08-ACCOUNTS-READ TO W09-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Accounts Closed" TO W09-CONTROL-LABEL
           MOVE W08-ACCOUNTS-CLOSED TO W09-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Opening Balances Written" TO W09-CONTROL-LABEL
           MOVE W08-OPENING-WRITTEN TO W09-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F05-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "GlYearEnd"           TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W08-ACCOUNTS-READ     TO AUDIT-RECORDS-READ
           MOVE W08-OPENING-WRITTEN   TO AUDIT-RECORDS-WRITTEN
           MOVE ZERO                  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-ACCOUNT-MASTER
                 F02-BALANCE-FILE
                 F03-LEDGER-FILE
                 F05-PRINT-FILE
           .
