               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W78-LAYERSORT-STATUS.

      * SHIPPED TRANSFER PIECES - STOCK THAT HAS LEFT ONE SITE AND NOT
      * YET REACHED ANOTHER IS STILL OWNED, SO THE VALUATION CARRIES
      * IT. OPTIONAL SO A SHOP THAT HAS NEVER TRANSFERRED STILL RUNS
           SELECT OPTIONAL F18-TRANSIT-FILE ASSIGN TO 'InTransit.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F18-ITR-KEY
               FILE STATUS IS W79-TRANSIT-STATUS.

           SELECT SD-RANK-FILE ASSIGN TO 'SORTWORK.TMP'.

           SELECT SD-LAYER-FILE ASSIGN TO 'SORTWK2.TMP'.
       FILE SECTION.

       FD F01-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-INVENTORY-RECORD.

       01 F01-INVENTORY-RECORD.
           05  F01-INVENTORY-RECEIVED  PIC 9(3).
           05  F01-INVENTORY-SHIPPED   PIC 9(3).
           05  F01-INVENTORY-PRICE     PIC 9999V99.
           05  F01-INVENTORY-RETURNED  PIC 9(3).
           05  F01-INVENTORY-XFER-IN   PIC 9(3).
           05  F01-INVENTORY-XFER-OUT  PIC 9(3).
           05  F01-INVENTORY-ASSEMBLED PIC 9(3).
           05  F01-INVENTORY-CONSUMED  PIC 9(3).

       FD F02-PRINT-FILE
           RECORD CONTAINS 83 CHARACTERS
       01 F10-TRANSFER-RECORD          PIC X(90).

       FD F11-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F11-HISTORY-RECORD.

       01 F11-HISTORY-RECORD.
           05  F11-HIST-RECEIVED       PIC 9(3).
           05  F11-HIST-SHIPPED        PIC 9(3).
           05  F11-HIST-LINE-TOTAL     PIC 9(7)V99.
           05  F11-HIST-RETURNED       PIC 9(3).

       FD F12-PART-MASTER
           RECORD CONTAINS 66 CHARACTERS
           05  SD-LAYER-DATE          PIC X(8).
           05                         PIC X(11).

       FD F18-TRANSIT-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F18-IN-TRANSIT-RECORD.

           COPY INTRANS REPLACING LEADING ==N01== BY ==F18==.

           COPY AUDITREC.

           COPY RUNREC.
       01 W76-RANKED-STATUS            PIC XX    VALUE SPACES.
       01 W77-XFERWORK-STATUS          PIC XX    VALUE SPACES.
       01 W78-LAYERSORT-STATUS         PIC XX    VALUE SPACES.
       01 W79-TRANSIT-STATUS           PIC XX    VALUE SPACES.

      * REORDER POLICY ROWS LOADED AT STARTUP - THE GLOBAL THRESHOLD
      * IS ONLY THE DEFAULT FOR PARTS WITHOUT A ROW
           05 W46-VAL-PRICE-EXT        PIC ZZZ,ZZ9.99.
           05                          PIC X(28) VALUE SPACES.

      * ON-HAND AND IN-TRANSIT VALUE FOR THE CLOSING VALUATION
      * TOTALS - NEITHER LINE CARRIES THE "Ending:" LABEL, SO THE
      * LEDGER PROOF STILL READS ONLY THE SITE PART LINES
       01 W80-VALUATION-TOTALS.
           05 W80-ON-HAND-VALUE        PIC 9(9)V99 VALUE ZERO.
           05 W80-TRANSIT-VALUE        PIC 9(9)V99 VALUE ZERO.
           05 W80-TRANSIT-EXT          PIC 9(7)V99 VALUE ZERO.
           05 W80-TRANSIT-EOF-SWITCH   PIC X       VALUE SPACES.
               88 W80-TRANSIT-EOF                  VALUE "T".

       01 W81-TRANSIT-HEADING.
           05                          PIC X(30)
               VALUE "Stock In Transit Between Sites".
           05                          PIC X(60) VALUE SPACES.

       01 W82-TRANSIT-PIECE-LINE.
           05                          PIC X(4)  VALUE "Xfr ".
           05 W82-TRANSIT-NUMBER       PIC 9(6).
           05                          PIC X(2)  VALUE SPACES.
           05 W82-TRANSIT-FROM         PIC X(4).
           05                          PIC X(4)  VALUE " to ".
           05 W82-TRANSIT-TO           PIC X(4).
           05                          PIC X(2)  VALUE SPACES.
           05 W82-TRANSIT-PART-NAME    PIC X(20).
           05                          PIC X(6)  VALUE "  Qty ".
           05 W82-TRANSIT-QTY          PIC ZZZZ9.
           05                          PIC X(7)  VALUE "  Cost ".
           05 W82-TRANSIT-COST         PIC ZZZ9.99.
           05                          PIC X(6)  VALUE "  Ext ".
           05 W82-TRANSIT-EXT          PIC ZZZ,ZZ9.99.
           05                          PIC X(3)  VALUE SPACES.

       01 W83-VALUATION-TOTAL-LINE.
           05 W83-TOTAL-LABEL          PIC X(38).
           05 W83-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(38) VALUE SPACES.

      * THE TRANSFER PASS'S GROUP STATE AND THE RANKED-FILE READER
       01 W36-GROUP-PART               PIC X(20) VALUE SPACES.

               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           PERFORM 400-PRINT-TOTALS
           PERFORM 470-WRITE-TRANSIT-VALUATION
           PERFORM 440-WRITE-TRANSFER-RECS
           PERFORM 450-SORT-RANKING-WORK
           PERFORM 460-WRITE-RANKING-REPORT
           SET W12-SHIPPED-QTY-OK TO TRUE
           COMPUTE W13-AVAILABLE-QUANTITY =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
           IF F01-INVENTORY-SHIPPED + F01-INVENTORY-XFER-OUT
                   + F01-INVENTORY-CONSUMED
                   > W13-AVAILABLE-QUANTITY
               SET W12-SHIPPED-QTY-BAD TO TRUE
           END-IF
           .
           MOVE F01-INVENTORY-RECEIVED TO F11-HIST-RECEIVED
           MOVE F01-INVENTORY-SHIPPED TO F11-HIST-SHIPPED
           MOVE W06-LINE-TOTAL TO F11-HIST-LINE-TOTAL
           MOVE F01-INVENTORY-RETURNED TO F11-HIST-RETURNED
           WRITE F11-HISTORY-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InvHistory.dat" TO ABEND-FILE-NAME

           COMPUTE
               W06-ENDING-AMOUNT = F01-BEGINNING-QUANTITY
                   + F01-INVENTORY-RECEIVED + F01-INVENTORY-RETURNED
                   + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           END-COMPUTE

           PERFORM 315-VALUE-ENDING-FIFO
           MOVE F01-PART-NAME TO W44-VAL-PART-NAME
           MOVE W06-ENDING-AMOUNT TO W44-VAL-ENDING-QTY
           MOVE W06-LINE-TOTAL TO W44-VAL-TOTAL
           ADD W06-LINE-TOTAL TO W80-ON-HAND-VALUE
           MOVE W44-VALUATION-PART-LINE TO F09-VALUATION-RECORD
           WRITE F09-VALUATION-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           WRITE F02-PRINT-RECORD
           .

      * CLOSE THE VALUATION WITH THE PIECES STILL ON THE ROAD - AT
      * THE FIFO COST THEY LEFT THE DONOR AT - AND THE ON-HAND,
      * IN-TRANSIT AND COMBINED TOTALS
       470-WRITE-TRANSIT-VALUATION.
           MOVE W81-TRANSIT-HEADING TO F09-VALUATION-RECORD
           WRITE F09-VALUATION-RECORD

           MOVE SPACES TO W80-TRANSIT-EOF-SWITCH
           OPEN INPUT F18-TRANSIT-FILE
           IF W79-TRANSIT-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "InTransit.dat" TO ABEND-FILE-NAME
               MOVE W79-TRANSIT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           PERFORM 471-VALUE-TRANSIT-PIECE
               UNTIL W80-TRANSIT-EOF
           CLOSE F18-TRANSIT-FILE

           MOVE "On-Hand FIFO Value" TO W83-TOTAL-LABEL
           MOVE W80-ON-HAND-VALUE TO W83-TOTAL-AMOUNT
           MOVE W83-VALUATION-TOTAL-LINE TO F09-VALUATION-RECORD
           WRITE F09-VALUATION-RECORD

           MOVE "In-Transit Value" TO W83-TOTAL-LABEL
           MOVE W80-TRANSIT-VALUE TO W83-TOTAL-AMOUNT
           MOVE W83-VALUATION-TOTAL-LINE TO F09-VALUATION-RECORD
           WRITE F09-VALUATION-RECORD

           MOVE "Total Inventory Value" TO W83-TOTAL-LABEL
           COMPUTE W83-TOTAL-AMOUNT =
               W80-ON-HAND-VALUE + W80-TRANSIT-VALUE
           MOVE W83-VALUATION-TOTAL-LINE TO F09-VALUATION-RECORD
           WRITE F09-VALUATION-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InventoryValuation.out" TO ABEND-FILE-NAME
           MOVE W66-VALUATION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * RECEIVED PIECES ARE ALREADY IN THE DESTINATION'S LAYERS
       471-VALUE-TRANSIT-PIECE.
           READ F18-TRANSIT-FILE NEXT RECORD
               AT END
                   SET W80-TRANSIT-EOF TO TRUE
               NOT AT END
                   IF F18-ITR-IN-TRANSIT
                       COMPUTE W80-TRANSIT-EXT =
                           F18-ITR-QUANTITY * F18-ITR-UNIT-COST
                       ADD W80-TRANSIT-EXT TO W80-TRANSIT-VALUE

                       MOVE F18-ITR-XFER-NUMBER TO W82-TRANSIT-NUMBER
                       MOVE F18-ITR-FROM-WAREHOUSE TO W82-TRANSIT-FROM
                       MOVE F18-ITR-TO-WAREHOUSE TO W82-TRANSIT-TO
                       MOVE F18-ITR-PART-NAME TO W82-TRANSIT-PART-NAME
                       MOVE F18-ITR-QUANTITY TO W82-TRANSIT-QTY
                       MOVE F18-ITR-UNIT-COST TO W82-TRANSIT-COST
                       MOVE W80-TRANSIT-EXT TO W82-TRANSIT-EXT
                       MOVE W82-TRANSIT-PIECE-LINE
                           TO F09-VALUATION-RECORD
                       WRITE F09-VALUATION-RECORD
                   END-IF
           END-READ
           .

      * MATCH EVERY BELOW-THRESHOLD PART AGAINST SURPLUS OF THE SAME
      * PART AT THE OTHER SITES. THE WORK FILE IS SORTED BY PART SO
      * A PART'S SITE ROWS ARRIVE TOGETHER - AT MOST ONE PER SITE -
