       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrialBalance.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PRINTS THE TRIAL BALANCE FOR ONE PERIOD OF ONE FISCAL YEAR -
      * THE RUN-CONTROL PERIOD OF THE BUSINESS DATE'S YEAR UNLESS
      * TB_YEAR / TB_PERIOD NAME ANOTHER. EACH ACCOUNT ON THE CHART
      * WITH BALANCES IN THE YEAR SHOWS ITS NET FOR THE PERIOD AND
      * ITS NET FOR THE YEAR TO DATE (OPENING BALANCE, PERIOD 00,
      * THROUGH THE PERIOD ASKED FOR), EACH IN THE DEBIT OR CREDIT
      * COLUMN BY ITS SIGN. READ ONLY - NO LOCK IS TAKEN
       FILE-CONTROL.
           SELECT F01-ACCOUNT-MASTER
               ASSIGN TO DYNAMIC W11-ACCOUNT-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-ACCT-NUMBER
               FILE STATUS IS W20-ACCOUNT-STATUS.

      * OPTIONAL - NOTHING POSTED YET IS AN EMPTY TRIAL BALANCE
           SELECT OPTIONAL F02-BALANCE-FILE ASSIGN TO 'GlBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F02-BAL-KEY
               FILE STATUS IS W21-BALANCE-STATUS.

           SELECT F03-PRINT-FILE ASSIGN TO 'TrialBalance.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

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

       FD  F03-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD                PIC X(132).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-ACCOUNT-STATUS       PIC XX VALUE SPACES.
       01 W21-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 W22-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-BALANCE-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-BALANCE-EOF               VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".
           05  W01-ACTIVITY-SWITCH         PIC X VALUE "N".
               88  W01-ACCOUNT-HAS-BALANCES      VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(58) VALUE SPACES.
               10  PIC X(13) VALUE "Trial Balance".
           05  W02-PERIOD-LINE.
               10  PIC X(13) VALUE "Fiscal Year: ".
               10  W02-YEAR-OUT            PIC X(4).
               10  PIC X(10) VALUE "  Period: ".
               10  W02-PERIOD-OUT          PIC X(2).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(10) VALUE "Account".
               10  PIC X(32) VALUE "Name".
               10  PIC X(9)  VALUE "Type".
               10  PIC X(19) VALUE "       Period Debit".
               10  PIC X(19) VALUE "      Period Credit".
               10  PIC X(19) VALUE "   Year-To-Date Dr".
               10  PIC X(19) VALUE "   Year-To-Date Cr".

       01 W03-DETAIL-LINE.
           05  W03-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NAME-OUT                PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-TYPE-OUT                PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PERIOD-DR-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PERIOD-CR-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-YTD-DR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-YTD-CR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(13) VALUE SPACES.

       01 W04-REFUSAL-LINE.
           05  PIC X(20) VALUE "** REPORT REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(40).

       01 W05-MESSAGES.
           05 W05-BAD-PERIOD-MSG           PIC X(40)
                   VALUE 'Fiscal year or period not valid'.
           05 W05-OUT-OF-BALANCE-MSG       PIC X(40)
                   VALUE '** TRIAL BALANCE IS OUT OF BALANCE'.

      * THE YEAR AND PERIOD REPORTED ON
       01 W06-SELECTION.
           05  W06-YEAR-X                  PIC X(4)  VALUE SPACES.
           05  W06-YEAR REDEFINES W06-YEAR-X
                                           PIC 9(4).
           05  W06-PERIOD-X                PIC X(2)  VALUE SPACES.
           05  W06-PERIOD REDEFINES W06-PERIOD-X
                                           PIC 9(2).

      * ONE ACCOUNT'S NETS - DEBITS LESS CREDITS, SO A CREDIT
      * BALANCE COMES OUT NEGATIVE
       01 W07-ACCOUNT-NETS.
           05  W07-PERIOD-NET              PIC S9(11)V99 VALUE ZERO.
           05  W07-YTD-NET                 PIC S9(11)V99 VALUE ZERO.
           05  W07-COLUMN-AMOUNT           PIC 9(11)V99  VALUE ZERO.

       01 W08-REPORT-TOTALS.
           05  W08-PERIOD-DR-TOTAL         PIC 9(13)V99  VALUE ZERO.
           05  W08-PERIOD-CR-TOTAL         PIC 9(13)V99  VALUE ZERO.
           05  W08-YTD-DR-TOTAL            PIC 9(13)V99  VALUE ZERO.
           05  W08-YTD-CR-TOTAL            PIC 9(13)V99  VALUE ZERO.
           05  W08-NET-INCOME              PIC S9(13)V99 VALUE ZERO.

       01 W09-RUN-COUNTS.
           05 W09-ACCOUNTS-READ    PIC 9(7)    VALUE ZERO.
           05 W09-ACCOUNTS-LISTED  PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(83) VALUE SPACES.

       01 W12-TOTAL-LINE.
           05  W12-TOTAL-LABEL             PIC X(51).
           05                              PIC X(2)  VALUE SPACES.
           05  W12-PERIOD-DR-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W12-PERIOD-CR-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W12-YTD-DR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W12-YTD-CR-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(13) VALUE SPACES.

       01 W13-NET-INCOME-LINE.
           05  PIC X(38) VALUE "Net Income (Loss) Year To Date".
           05  W13-NET-INCOME-OUT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(73) VALUE SPACES.

      * FILE-NAME DEFAULT, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-ACCOUNT-MASTER-NAME  PIC X(20)
               VALUE "ChartOfAccounts.dat".
       01 W14-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "TrialBalance" TO ABEND-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-SELECTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F03-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-ACCOUNT
               PERFORM 400-LIST-ACCOUNT
                   UNTIL W01-END-OF-FILE
               PERFORM 480-WRITE-TOTALS
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

      * THE YEAR AND PERIOD DEFAULT TO THE RUN CONTROL'S; EITHER
      * CAN BE NAMED FROM THE ENVIRONMENT TO REPRINT AN EARLIER ONE
       090-GET-SELECTION.
           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "GL_ACCOUNT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W11-ACCOUNT-MASTER-NAME
           END-IF

           ACCEPT W06-YEAR-X
               FROM ENVIRONMENT "TB_YEAR"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W06-PERIOD-X
               FROM ENVIRONMENT "TB_PERIOD"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF W06-YEAR-X = SPACES
               MOVE RC-BUSINESS-DATE(1:4) TO W06-YEAR-X
           END-IF
           IF W06-PERIOD-X = SPACES
               MOVE RC-PERIOD TO W06-PERIOD
           END-IF

           IF W06-YEAR-X NOT NUMERIC
                   OR W06-PERIOD-X NOT NUMERIC
               SET W01-RUN-REFUSED TO TRUE
               MOVE W05-BAD-PERIOD-MSG TO W04-REFUSAL-REASON
           ELSE
               IF W06-PERIOD < 1 OR W06-PERIOD > 13
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-PERIOD-MSG TO W04-REFUSAL-REASON
               END-IF
           END-IF
           .

       100-OPEN-FILES.
           OPEN OUTPUT F03-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "TrialBalance.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F01-ACCOUNT-MASTER
           MOVE W11-ACCOUNT-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W20-ACCOUNT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F02-BALANCE-FILE
           IF W21-BALANCE-STATUS NOT = "05"
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W21-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       200-WRITE-HEADINGS.
           MOVE W06-YEAR-X TO W02-YEAR-OUT
           MOVE W06-PERIOD-X TO W02-PERIOD-OUT

           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F03-PRINT-RECORD FROM W02-PERIOD-LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
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

      * GATHER THE ACCOUNT'S BALANCES FOR THE YEAR FROM THE OPENING
      * BALANCE THROUGH THE REPORTED PERIOD - THE KEY PUTS THEM
      * TOGETHER IN PERIOD ORDER
       400-LIST-ACCOUNT.
           ADD 1 TO W09-ACCOUNTS-READ
           MOVE ZERO TO W07-PERIOD-NET
           MOVE ZERO TO W07-YTD-NET
           MOVE "N" TO W01-ACTIVITY-SWITCH
           MOVE SPACES TO W01-BALANCE-EOF-SWITCH

           MOVE F01-ACCT-NUMBER TO F02-BAL-ACCOUNT
           MOVE W06-YEAR TO F02-BAL-YEAR
           MOVE ZERO TO F02-BAL-PERIOD
           START F02-BALANCE-FILE
               KEY IS NOT LESS THAN F02-BAL-KEY
               INVALID KEY SET W01-BALANCE-EOF TO TRUE
           END-START

           PERFORM 410-ADD-PERIOD-BALANCE
               UNTIL W01-BALANCE-EOF

           IF W01-ACCOUNT-HAS-BALANCES
               PERFORM 450-WRITE-DETAIL-LINE
               IF F01-ACCT-PROFIT-LOSS
                   SUBTRACT W07-YTD-NET FROM W08-NET-INCOME
               END-IF
           END-IF

           PERFORM 300-READ-ACCOUNT
           .

       410-ADD-PERIOD-BALANCE.
           READ F02-BALANCE-FILE NEXT RECORD
               AT END
                   SET W01-BALANCE-EOF TO TRUE
               NOT AT END
                   IF F02-BAL-ACCOUNT NOT = F01-ACCT-NUMBER
                           OR F02-BAL-YEAR NOT = W06-YEAR
                           OR F02-BAL-PERIOD > W06-PERIOD
                       SET W01-BALANCE-EOF TO TRUE
                   ELSE
                       SET W01-ACCOUNT-HAS-BALANCES TO TRUE
                       COMPUTE W07-YTD-NET = W07-YTD-NET
                           + F02-BAL-DEBITS - F02-BAL-CREDITS
                       IF F02-BAL-PERIOD = W06-PERIOD
                           COMPUTE W07-PERIOD-NET = F02-BAL-DEBITS
                               - F02-BAL-CREDITS
                       END-IF
                   END-IF
           END-READ
           .

      * EACH NET GOES IN THE DEBIT COLUMN IF POSITIVE, THE CREDIT
      * COLUMN IF NEGATIVE
       450-WRITE-DETAIL-LINE.
           MOVE F01-ACCT-NUMBER TO W03-ACCOUNT-OUT
           MOVE F01-ACCT-NAME TO W03-NAME-OUT
           EVALUATE TRUE
               WHEN F01-ACCT-ASSET
                   MOVE "Asset" TO W03-TYPE-OUT
               WHEN F01-ACCT-LIABILITY
                   MOVE "Liability" TO W03-TYPE-OUT
               WHEN F01-ACCT-EQUITY
                   MOVE "Equity" TO W03-TYPE-OUT
               WHEN F01-ACCT-INCOME
                   MOVE "Income" TO W03-TYPE-OUT
               WHEN OTHER
                   MOVE "Expense" TO W03-TYPE-OUT
           END-EVALUATE

           MOVE ZERO TO W03-PERIOD-DR-OUT
           MOVE ZERO TO W03-PERIOD-CR-OUT
           MOVE ZERO TO W03-YTD-DR-OUT
           MOVE ZERO TO W03-YTD-CR-OUT

           IF W07-PERIOD-NET < ZERO
               COMPUTE W07-COLUMN-AMOUNT = ZERO - W07-PERIOD-NET
               MOVE W07-COLUMN-AMOUNT TO W03-PERIOD-CR-OUT
               ADD W07-COLUMN-AMOUNT TO W08-PERIOD-CR-TOTAL
           ELSE
               MOVE W07-PERIOD-NET TO W07-COLUMN-AMOUNT
               MOVE W07-COLUMN-AMOUNT TO W03-PERIOD-DR-OUT
               ADD W07-COLUMN-AMOUNT TO W08-PERIOD-DR-TOTAL
           END-IF

           IF W07-YTD-NET < ZERO
               COMPUTE W07-COLUMN-AMOUNT = ZERO - W07-YTD-NET
               MOVE W07-COLUMN-AMOUNT TO W03-YTD-CR-OUT
               ADD W07-COLUMN-AMOUNT TO W08-YTD-CR-TOTAL
           ELSE
               MOVE W07-YTD-NET TO W07-COLUMN-AMOUNT
               MOVE W07-COLUMN-AMOUNT TO W03-YTD-DR-OUT
               ADD W07-COLUMN-AMOUNT TO W08-YTD-DR-TOTAL
           END-IF

           WRITE F03-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TrialBalance.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W09-ACCOUNTS-LISTED
           .

      * A POSTED LEDGER ALWAYS BALANCES - TOTALS THAT DON'T AGREE
      * ARE FLAGGED AND THE RUN ENDS WITH A WARNING
       480-WRITE-TOTALS.
           MOVE "Totals" TO W12-TOTAL-LABEL
           MOVE W08-PERIOD-DR-TOTAL TO W12-PERIOD-DR-OUT
           MOVE W08-PERIOD-CR-TOTAL TO W12-PERIOD-CR-OUT
           MOVE W08-YTD-DR-TOTAL TO W12-YTD-DR-OUT
           MOVE W08-YTD-CR-TOTAL TO W12-YTD-CR-OUT
           WRITE F03-PRINT-RECORD FROM W12-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           IF W08-PERIOD-DR-TOTAL NOT = W08-PERIOD-CR-TOTAL
                   OR W08-YTD-DR-TOTAL NOT = W08-YTD-CR-TOTAL
               WRITE F03-PRINT-RECORD FROM W05-OUT-OF-BALANCE-MSG
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE W08-NET-INCOME TO W13-NET-INCOME-OUT
           WRITE F03-PRINT-RECORD FROM W13-NET-INCOME-LINE
               AFTER ADVANCING 2 LINES
           .

       500-WRITE-FOOTER.
           MOVE "Accounts On Chart" TO W10-CONTROL-LABEL
           MOVE W09-ACCOUNTS-READ TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Accounts Listed" TO W10-CONTROL-LABEL
           MOVE W09-ACCOUNTS-LISTED TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "TrialBalance"        TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-ACCOUNTS-READ     TO AUDIT-RECORDS-READ
           MOVE W09-ACCOUNTS-LISTED   TO AUDIT-RECORDS-WRITTEN
           MOVE ZERO                  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-ACCOUNT-MASTER
                 F02-BALANCE-FILE
                 F03-PRINT-FILE
           .
