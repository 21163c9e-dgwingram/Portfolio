       IDENTIFICATION DIVISION.
       PROGRAM-ID. InventoryGlProof.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * MONTH-END PROOF THAT THE LEDGER CARRIES THE STOCK AT WHAT THE
      * SHELVES ARE WORTH. FOR EACH WAREHOUSE THE FIFO VALUE ON THE
      * INVENTORY RUN'S VALUATION LISTING IS SET AGAINST THE SITE'S
      * INVENTORY ACCOUNT - ITS BALANCE FOR THE YEAR THROUGH THE
      * PERIOD (RUN CONTROL'S UNLESS INV_PROOF_YEAR / INV_PROOF_PERIOD
      * NAME ANOTHER) PLUS ANY INVENTORY ENTRIES STILL WAITING IN THE
      * UNPOSTED BATCH. RUN IT STRAIGHT AFTER THE INVENTORY RUN, ON
      * THE SAME MASTERS. ANY SITE THAT DOES NOT AGREE ENDS THE RUN
      * WITH A WARNING. READ ONLY - NO LOCK IS TAKEN
       FILE-CONTROL.
      * OPTIONAL - A MISSING LISTING REFUSES THE PROOF RATHER THAN
      * PROVING THE LEDGER AGAINST NOTHING
           SELECT OPTIONAL F01-VALUATION-FILE
               ASSIGN TO 'InventoryValuation.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-VALUATION-STATUS.

      * OPTIONAL - NOTHING POSTED YET IS A ZERO LEDGER BALANCE
           SELECT OPTIONAL F02-BALANCE-FILE ASSIGN TO 'GlBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F02-BAL-KEY
               FILE STATUS IS W21-BALANCE-STATUS.

      * OPTIONAL - NO BATCH MEANS EVERYTHING HAS BEEN POSTED
           SELECT OPTIONAL F03-BATCH-FILE ASSIGN TO 'InventoryGl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-BATCH-STATUS.

           SELECT F04-PRINT-FILE ASSIGN TO 'InventoryGlProof.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
      * THE VALUATION LISTING - ONLY THE PART LINES (MARKED BY THEIR
      * "Ending:" LABEL) CARRY A PART'S TOTAL FIFO VALUE; THE LAYER
      * AND PRICE LINES UNDER THEM ARE ITS BREAKDOWN
       FD  F01-VALUATION-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F01-VALUATION-RECORD.
       01  F01-VALUATION-RECORD.
           05  F01-VAL-WAREHOUSE           PIC X(4).
           05                              PIC X(2).
           05  F01-VAL-PART-NAME           PIC X(20).
           05  F01-VAL-ENDING-LABEL        PIC X(9).
               88  F01-VAL-PART-LINE       VALUE "  Ending:".
           05  F01-VAL-ENDING-QTY          PIC X(5).
           05                              PIC X(8).
           05  F01-VAL-TOTAL               PIC ZZZ,ZZ9.99.
           05                              PIC X(32).

       FD  F02-BALANCE-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F02-BALANCE-RECORD.

           COPY GLBAL REPLACING LEADING ==C02== BY ==F02==.

       FD  F03-BATCH-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F03-GL-RECORD.

           COPY GLPOST REPLACING LEADING ==G01== BY ==F03==.

       FD  F04-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(80).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

      * THE INVENTORY ACCOUNT NUMBERING THE STOCK PROGRAMS POST TO
           COPY INVGLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-VALUATION-STATUS     PIC XX VALUE SPACES.
       01 W21-BALANCE-STATUS       PIC XX VALUE SPACES.
       01 W22-BATCH-STATUS         PIC XX VALUE SPACES.
       01 W23-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-VALUATION-EOF-SWITCH    PIC X VALUE SPACES.
               88  W01-VALUATION-EOF             VALUE "T".
           05  W01-BALANCE-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-BALANCE-EOF               VALUE "T".
           05  W01-BATCH-EOF-SWITCH        PIC X VALUE SPACES.
               88  W01-BATCH-EOF                 VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".
           05  W01-SITE-FOUND-SWITCH       PIC X VALUE "N".
               88  W01-SITE-FOUND                VALUE "Y".
           05  W01-DIFFERENCE-SWITCH       PIC X VALUE "N".
               88  W01-SITE-DIFFERS              VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(22) VALUE SPACES.
               10  PIC X(35)
                       VALUE "Inventory Ledger To Valuation Proof".
           05  W02-PERIOD-LINE.
               10  PIC X(13) VALUE "Fiscal Year: ".
               10  W02-YEAR-OUT            PIC X(4).
               10  PIC X(10) VALUE "  Period: ".
               10  W02-PERIOD-OUT          PIC X(2).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(8)  VALUE "Site".
               10  PIC X(15) VALUE " FIFO Valuation".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(15) VALUE " Ledger Balance".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(15) VALUE " Unposted Batch".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(15) VALUE "     Difference".

       01 W03-DETAIL-LINE.
           05  W03-WAREHOUSE-OUT           PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-VALUATION-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-LEDGER-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-UNPOSTED-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DIFFERENCE-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  W03-FLAG-OUT                PIC X(6).

       01 W04-REFUSAL-LINE.
           05  PIC X(19) VALUE "** PROOF REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(45).

       01 W05-MESSAGES.
           05 W05-BAD-PERIOD-MSG           PIC X(45)
                   VALUE 'Fiscal year or period not valid'.
           05 W05-NO-VALUATION-MSG         PIC X(45)
                   VALUE 'No valuation listing - run inventory first'.
           05 W05-DIFFERS-MSG              PIC X(45)
                   VALUE '** LEDGER DOES NOT AGREE TO THE VALUATION'.
           05 W05-AGREES-MSG               PIC X(45)
                   VALUE 'Ledger agrees to the valuation at every site'.

      * THE YEAR AND PERIOD PROVED
       01 W06-SELECTION.
           05  W06-YEAR-X                  PIC X(4)  VALUE SPACES.
           05  W06-YEAR REDEFINES W06-YEAR-X
                                           PIC 9(4).
           05  W06-PERIOD-X                PIC X(2)  VALUE SPACES.
           05  W06-PERIOD REDEFINES W06-PERIOD-X
                                           PIC 9(2).

      * ONE ROW PER WAREHOUSE, IN THE INVENTORY RUN'S SITE ORDER;
      * THE FOURTH ROW IS THE ALL-SITES TOTAL
       01 W07-SITE-TABLE.
           05 W07-SITE-ENTRY OCCURS 4 TIMES.
               10 W07-SITE-CODE            PIC X(4).
               10 W07-VALUATION            PIC S9(11)V99.
               10 W07-LEDGER               PIC S9(11)V99.
               10 W07-UNPOSTED             PIC S9(11)V99.
               10 W07-DIFFERENCE           PIC S9(11)V99.

       01 W08-SITE-WORK.
           05  W08-SITE-IDX                PIC 9     VALUE ZERO.
           05  W08-SITE-HIT                PIC 9     VALUE ZERO.
           05  W08-SEARCH-CODE             PIC X(4)  VALUE SPACES.
           05  W08-PART-VALUE              PIC 9(7)V99 VALUE ZERO.

       01 W09-RUN-COUNTS.
           05 W09-PART-LINES-READ  PIC 9(7)    VALUE ZERO.
           05 W09-BATCH-LINES-READ PIC 9(7)    VALUE ZERO.
           05 W09-LINES-UNMATCHED  PIC 9(7)    VALUE ZERO.
           05 W09-SITES-DIFFERING  PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(31) VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "InventoryGlProof" TO ABEND-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-SELECTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F04-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-VALUATION
               PERFORM 310-ADD-PART-VALUE
                   UNTIL W01-VALUATION-EOF
               PERFORM 320-ADD-LEDGER-BALANCE
                   VARYING W08-SITE-IDX FROM 1 BY 1
                   UNTIL W08-SITE-IDX > 3
               PERFORM 340-READ-BATCH
               PERFORM 350-ADD-BATCH-LINE
                   UNTIL W01-BATCH-EOF
               PERFORM 400-WRITE-SITE-PROOF
                   VARYING W08-SITE-IDX FROM 1 BY 1
                   UNTIL W08-SITE-IDX > 4
               PERFORM 480-WRITE-CONCLUSION
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

      * THE YEAR AND PERIOD DEFAULT TO THE RUN CONTROL'S; EITHER
      * CAN BE NAMED FROM THE ENVIRONMENT TO PROVE ANOTHER
       090-GET-SELECTION.
           ACCEPT W06-YEAR-X
               FROM ENVIRONMENT "INV_PROOF_YEAR"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W06-PERIOD-X
               FROM ENVIRONMENT "INV_PROOF_PERIOD"
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

           INITIALIZE W07-SITE-TABLE
           MOVE "WH1" TO W07-SITE-CODE(1)
           MOVE "WH2" TO W07-SITE-CODE(2)
           MOVE "WH3" TO W07-SITE-CODE(3)
           MOVE "All" TO W07-SITE-CODE(4)
           .

       100-OPEN-FILES.
           OPEN OUTPUT F04-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "InventoryGlProof.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F01-VALUATION-FILE
           IF W20-VALUATION-STATUS = "05"
               IF NOT W01-RUN-REFUSED
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-NO-VALUATION-MSG TO W04-REFUSAL-REASON
               END-IF
           ELSE
               MOVE "InventoryValuation.out" TO ABEND-FILE-NAME
               MOVE W20-VALUATION-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT F02-BALANCE-FILE
           IF W21-BALANCE-STATUS NOT = "05"
               MOVE "GlBalances.dat" TO ABEND-FILE-NAME
               MOVE W21-BALANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT F03-BATCH-FILE
           IF W22-BATCH-STATUS NOT = "05"
               MOVE "InventoryGl.dat" TO ABEND-FILE-NAME
               MOVE W22-BATCH-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       200-WRITE-HEADINGS.
           MOVE W06-YEAR-X TO W02-YEAR-OUT
           MOVE W06-PERIOD-X TO W02-PERIOD-OUT

           WRITE F04-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F04-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F04-PRINT-RECORD FROM W02-PERIOD-LINE
           WRITE F04-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

       300-READ-VALUATION.
           READ F01-VALUATION-FILE
               AT END SET W01-VALUATION-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "InventoryValuation.out" TO ABEND-FILE-NAME
           MOVE W20-VALUATION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * EACH PART LINE'S VALUE GOES TO ITS WAREHOUSE'S ROW
       310-ADD-PART-VALUE.
           IF F01-VAL-PART-LINE
               ADD 1 TO W09-PART-LINES-READ
               MOVE F01-VAL-WAREHOUSE TO W08-SEARCH-CODE
               PERFORM 390-FIND-SITE
               IF W01-SITE-FOUND
                   MOVE F01-VAL-TOTAL TO W08-PART-VALUE
                   ADD W08-PART-VALUE TO W07-VALUATION(W08-SITE-HIT)
               ELSE
                   ADD 1 TO W09-LINES-UNMATCHED
               END-IF
           END-IF

           PERFORM 300-READ-VALUATION
           .

      * THE SITE'S INVENTORY ACCOUNT FROM THE OPENING BALANCE
      * (PERIOD 00) THROUGH THE PERIOD PROVED - DEBITS LESS CREDITS
       320-ADD-LEDGER-BALANCE.
           IF W21-BALANCE-STATUS NOT = "05"
               MOVE SPACES TO W01-BALANCE-EOF-SWITCH
               MOVE IGL-INVENTORY-BASE TO IGL-ACCOUNT-BASE
               MOVE W07-SITE-CODE(W08-SITE-IDX)
                   TO IGL-ACCOUNT-WAREHOUSE
               MOVE IGL-ACCOUNT TO F02-BAL-ACCOUNT
               MOVE W06-YEAR TO F02-BAL-YEAR
               MOVE ZERO TO F02-BAL-PERIOD
               START F02-BALANCE-FILE
                   KEY IS NOT LESS THAN F02-BAL-KEY
                   INVALID KEY SET W01-BALANCE-EOF TO TRUE
               END-START

               PERFORM 330-ADD-PERIOD-BALANCE
                   UNTIL W01-BALANCE-EOF
           END-IF
           .

       330-ADD-PERIOD-BALANCE.
           READ F02-BALANCE-FILE NEXT RECORD
               AT END
                   SET W01-BALANCE-EOF TO TRUE
               NOT AT END
                   IF F02-BAL-ACCOUNT NOT = IGL-ACCOUNT
                           OR F02-BAL-YEAR NOT = W06-YEAR
                           OR F02-BAL-PERIOD > W06-PERIOD
                       SET W01-BALANCE-EOF TO TRUE
                   ELSE
                       COMPUTE W07-LEDGER(W08-SITE-IDX) =
                           W07-LEDGER(W08-SITE-IDX)
                               + F02-BAL-DEBITS - F02-BAL-CREDITS
                   END-IF
           END-READ
           .

       340-READ-BATCH.
           IF W22-BATCH-STATUS = "05"
               SET W01-BATCH-EOF TO TRUE
           ELSE
               READ F03-BATCH-FILE
                   AT END SET W01-BATCH-EOF TO TRUE
               END-READ
               MOVE "READ" TO ABEND-OPERATION
               MOVE "InventoryGl.dat" TO ABEND-FILE-NAME
               MOVE W22-BATCH-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

      * ENTRIES WRITTEN SINCE THE LAST POSTING RUN HAVE ALREADY MOVED
      * THE SHELF VALUE BUT NOT YET THE LEDGER - ONLY THE INVENTORY
      * ACCOUNT LINES COUNT
       350-ADD-BATCH-LINE.
           ADD 1 TO W09-BATCH-LINES-READ
           MOVE F03-GL-ACCOUNT(5:4) TO W08-SEARCH-CODE
           PERFORM 390-FIND-SITE
           IF W01-SITE-FOUND
                   AND F03-GL-ACCOUNT(1:4) = IGL-INVENTORY-BASE
                   AND F03-GL-AMOUNT IS NUMERIC
               IF F03-GL-DEBIT
                   ADD F03-GL-AMOUNT TO W07-UNPOSTED(W08-SITE-HIT)
               END-IF
               IF F03-GL-CREDIT
                   SUBTRACT F03-GL-AMOUNT
                       FROM W07-UNPOSTED(W08-SITE-HIT)
               END-IF
           END-IF

           PERFORM 340-READ-BATCH
           .

      * ONE SITE'S LINE, ROLLED INTO THE ALL-SITES ROW AS IT GOES
       400-WRITE-SITE-PROOF.
           IF W08-SITE-IDX < 4
               COMPUTE W07-DIFFERENCE(W08-SITE-IDX) =
                   W07-VALUATION(W08-SITE-IDX)
                       - W07-LEDGER(W08-SITE-IDX)
                       - W07-UNPOSTED(W08-SITE-IDX)
               ADD W07-VALUATION(W08-SITE-IDX) TO W07-VALUATION(4)
               ADD W07-LEDGER(W08-SITE-IDX) TO W07-LEDGER(4)
               ADD W07-UNPOSTED(W08-SITE-IDX) TO W07-UNPOSTED(4)
               ADD W07-DIFFERENCE(W08-SITE-IDX) TO W07-DIFFERENCE(4)
           END-IF

           MOVE W07-SITE-CODE(W08-SITE-IDX) TO W03-WAREHOUSE-OUT
           MOVE W07-VALUATION(W08-SITE-IDX) TO W03-VALUATION-OUT
           MOVE W07-LEDGER(W08-SITE-IDX) TO W03-LEDGER-OUT
           MOVE W07-UNPOSTED(W08-SITE-IDX) TO W03-UNPOSTED-OUT
           MOVE W07-DIFFERENCE(W08-SITE-IDX) TO W03-DIFFERENCE-OUT
           MOVE SPACES TO W03-FLAG-OUT
           IF W07-DIFFERENCE(W08-SITE-IDX) NOT = ZERO
               MOVE "  ***" TO W03-FLAG-OUT
               IF W08-SITE-IDX < 4
                   SET W01-SITE-DIFFERS TO TRUE
                   ADD 1 TO W09-SITES-DIFFERING
               END-IF
           END-IF

           IF W08-SITE-IDX = 4
               WRITE F04-PRINT-RECORD FROM W03-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE F04-PRINT-RECORD FROM W03-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InventoryGlProof.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A SITE OUT OF AGREEMENT ENDS THE RUN WITH A WARNING
       480-WRITE-CONCLUSION.
           IF W01-SITE-DIFFERS
               WRITE F04-PRINT-RECORD FROM W05-DIFFERS-MSG
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           ELSE
               WRITE F04-PRINT-RECORD FROM W05-AGREES-MSG
                   AFTER ADVANCING 2 LINES
           END-IF
           .

      * LOOK THE WAREHOUSE CODE UP IN THE SITE ROWS
       390-FIND-SITE.
           MOVE "N" TO W01-SITE-FOUND-SWITCH
           MOVE ZERO TO W08-SITE-HIT
           PERFORM 395-MATCH-SITE-CODE
               VARYING W08-SITE-IDX FROM 1 BY 1
               UNTIL W08-SITE-IDX > 3
           .

       395-MATCH-SITE-CODE.
           IF W07-SITE-CODE(W08-SITE-IDX) = W08-SEARCH-CODE
               MOVE W08-SITE-IDX TO W08-SITE-HIT
               SET W01-SITE-FOUND TO TRUE
           END-IF
           .

       500-WRITE-FOOTER.
           MOVE "Valuation Part Lines Read" TO W10-CONTROL-LABEL
           MOVE W09-PART-LINES-READ TO W10-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Part Lines For Unknown Sites" TO W10-CONTROL-LABEL
           MOVE W09-LINES-UNMATCHED TO W10-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Unposted Batch Lines Read" TO W10-CONTROL-LABEL
           MOVE W09-BATCH-LINES-READ TO W10-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Sites Not In Agreement" TO W10-CONTROL-LABEL
           MOVE W09-SITES-DIFFERING TO W10-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F04-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "InventoryGlProof"    TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-PART-LINES-READ   TO AUDIT-RECORDS-READ
           MOVE ZERO                  TO AUDIT-RECORDS-WRITTEN
           MOVE W09-SITES-DIFFERING   TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-VALUATION-FILE
                 F02-BALANCE-FILE
                 F03-BATCH-FILE
                 F04-PRINT-FILE
           .
