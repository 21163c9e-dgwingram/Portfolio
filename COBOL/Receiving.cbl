
      * PERMANENT RECEIPT LOG - ONE ROW PER POSTED RECEIPT WITH THE
      * PO'S VENDOR AND ORDER DATE, SO THE VENDOR SCORECARD CAN
      * MEASURE DELIVERY AGAINST PROMISED LEAD TIMES, AND THE UNIT
      * COST RECEIVED, WHICH VENDOR INVOICES ARE MATCHED AGAINST
           SELECT F08-RECEIPT-LOG ASSIGN TO 'ReceiptLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-RECEIPT-LOG-STATUS.

      * A BACKORDER FILL SHIPS, SO IT IS HANDED TO THE INVOICING RUN
      * UNDER ITS CUSTOMER ORDER THE SAME AS A SHIPMENT-RUN LINE
           SELECT F11-SHIPMENT-FILE ASSIGN TO 'Shipments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W36-SHIPMENT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED INVENTORY LEDGER BATCH - EACH RECEIPT DEBITS THE
      * SITE'S INVENTORY AND CREDITS RECEIVED-NOT-INVOICED, AND EACH
      * BACKORDER FILL MOVES ITS FIFO COST TO COST OF GOODS SOLD
           COPY INVGLSEL.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECEIPT PER LINE - PO NUMBER, PART, WAREHOUSE, QUANTITY,
           COPY OPENPO REPLACING LEADING ==P01== BY ==F02==.

       FD  F03-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F03-INVENTORY-RECORD.

       01 F03-INVENTORY-RECORD.
           05  F03-INVENTORY-RECEIVED  PIC 9(3).
           05  F03-INVENTORY-SHIPPED   PIC 9(3).
           05  F03-INVENTORY-PRICE     PIC 9999V99.
           05  F03-INVENTORY-RETURNED  PIC 9(3).
           05  F03-INVENTORY-XFER-IN   PIC 9(3).
           05  F03-INVENTORY-XFER-OUT  PIC 9(3).
           05  F03-INVENTORY-ASSEMBLED PIC 9(3).
           05  F03-INVENTORY-CONSUMED  PIC 9(3).

       FD  F04-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
       01  F06-EXCEPTION-RECORD        PIC X(100).

       FD  F07-BACKORDER-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F07-BACKORDER-RECORD.
       01  F07-BACKORDER-RECORD.
           05  F07-BO-WAREHOUSE        PIC X(4).
           05  F07-BO-PART-NAME        PIC X(20).
           05  F07-BO-QUANTITY         PIC 9(5).
           05  F07-BO-DATE             PIC X(8).
           05  F07-BO-CUSTOMER         PIC X(6).
           05  F07-BO-ORDER-NUMBER     PIC 9(6).

       FD  F09-BO-WORK
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F09-BO-WORK-RECORD.
       01  F09-BO-WORK-RECORD          PIC X(49).

       FD  F10-RECEIPTS-SORTED
           RECORD CONTAINS 48 CHARACTERS
           05                          PIC X(19).

       FD  F08-RECEIPT-LOG
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F08-RECEIPT-LOG-RECORD.
       01  F08-RECEIPT-LOG-RECORD.
           05  F08-LOG-VENDOR          PIC X(6).
           05  F08-LOG-QUANTITY        PIC 9(5).
           05  F08-LOG-ORDER-DATE      PIC X(8).
           05  F08-LOG-RECEIPT-DATE    PIC X(8).
           05  F08-LOG-UNIT-COST       PIC 9999V99.

       FD  F11-SHIPMENT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F11-SHIPMENT-RECORD.

           COPY SHIPREC REPLACING LEADING ==H01== BY ==F11==.

           COPY AUDITREC.


           COPY LOCKREC.

           COPY INVGLREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY INVGLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-RECEIPT-STATUS       PIC XX VALUE SPACES.
       01 W21-OPEN-PO-STATUS       PIC XX VALUE SPACES.
       01 W27-RECEIPT-LOG-STATUS   PIC XX VALUE SPACES.
       01 W32-BO-WORK-STATUS       PIC XX VALUE SPACES.
       01 W33-SORTED-STATUS        PIC XX VALUE SPACES.
       01 W36-SHIPMENT-STATUS      PIC XX VALUE SPACES.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-SORT-RECEIPTS
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY INVGLPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET,
      * AND LAY OUT THE SITE-FILE TABLE
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W34-INVENTORY-FILE-NAME
           END-IF

           MOVE "WH1"                  TO W26-SITE-CODE(1)
           MOVE W34-INVENTORY-FILE-NAME TO W26-SITE-FILE(1)
           MOVE "WH2"          TO W26-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W26-SITE-FILE(2)
           MOVE "WH3"          TO W26-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W26-SITE-FILE(3)
           .

      * COPY ASIDE EVERYTHING THIS RUN CHANGES BEFORE ANY OF IT IS
      * OPENED - THE THREE SITE MASTERS, THE OPEN POS, AND THE LAYER,
      * RECEIPT, SHIPMENT, BACKORDER AND LEDGER FILES IT APPENDS TO
      * OR REWRITES - SO A FAILED RUN CAN BE PUT BACK AND RERUN FROM
      * THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           MOVE "P" TO SNAP-ADD-KIND
           MOVE "OpenPo.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "CostLayers.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ReceiptLog.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Shipments.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Backorders.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "InventoryGl.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       096-ADD-SITE-SNAPSHOT.
           MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX) TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           .

       100-OPEN-FILES.
           OPEN I-O F02-OPEN-PO-FILE
                OUTPUT F05-PRINT-FILE
                OUTPUT F06-EXCEPTION-FILE
           MOVE "ReceiptLog.dat" TO ABEND-FILE-NAME
           MOVE W27-RECEIPT-LOG-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

      * AND SO DOES THE SHIPMENTS FILE FOR THE INVOICING RUN
           OPEN EXTEND F11-SHIPMENT-FILE
           IF W36-SHIPMENT-STATUS = "35"
               OPEN OUTPUT F11-SHIPMENT-FILE
           END-IF
           MOVE "Shipments.dat" TO ABEND-FILE-NAME
           MOVE W36-SHIPMENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 960-OPEN-INVENTORY-GL
           .

       200-WRITE-HEADINGS.
                   PERFORM 905-CHECK-FILE-STATUS

                   PERFORM 340-WRITE-COST-LAYER
                   PERFORM 345-WRITE-RECEIPT-ENTRY
                   PERFORM 350-RELIEVE-OPEN-PO
                   PERFORM 355-WRITE-RECEIPT-LOG
                   PERFORM 420-WRITE-REGISTER-LINE
      * FORWARD - A ROW WITH AN UNUSABLE QUANTITY IS CARRIED
      * UNCHANGED AND LISTED, NEVER DELETED
       460-FILL-AND-REWRITE-BACKORDERS.
      * THE FILLS ARE COSTED FROM THE LAYER FILE, SO THIS RUN'S NEW
      * LAYERS ARE CLOSED OFF FIRST TO MAKE THEM READABLE
           CLOSE F04-LAYER-FILE

           OPEN INPUT F07-BACKORDER-FILE
           OPEN OUTPUT F09-BO-WORK
           MOVE "OPEN" TO ABEND-OPERATION
       464-TAKE-AVAILABLE-STOCK.
           COMPUTE W17-BO-AVAILABLE =
               F03-BEGINNING-QUANTITY + F03-INVENTORY-RECEIVED
                   + F03-INVENTORY-RETURNED + F03-INVENTORY-XFER-IN
                   + F03-INVENTORY-ASSEMBLED
                   - F03-INVENTORY-SHIPPED - F03-INVENTORY-XFER-OUT
                   - F03-INVENTORY-CONSUMED
           IF W17-BO-AVAILABLE >
                   (999 - F03-INVENTORY-SHIPPED)
               COMPUTE W17-BO-AVAILABLE =
                   MOVE W17-BO-REMAINING TO W17-BO-FILL
               END-IF

               PERFORM 465-WRITE-FILL-ENTRY

               ADD W17-BO-FILL TO F03-INVENTORY-SHIPPED
               SUBTRACT W17-BO-FILL FROM W17-BO-REMAINING
               ADD 1 TO W17-BO-FILLED-COUNT
                   TO W18-BOF-WAREHOUSE
               MOVE W17-BO-FILL TO W18-BOF-QTY
               WRITE F05-PRINT-RECORD FROM W18-BO-FILLED-LINE

               PERFORM 467-WRITE-SHIPMENT-RECORD
           END-IF
           .

      * THE FILL LEAVES THE SHELF AT THE FIFO COST OF THE UNITS IT
      * TAKES - ON-HAND BEFORE THE FILL DOWN TO ON-HAND AFTER
       465-WRITE-FILL-ENTRY.
           COMPUTE IGL-HIGH-ON-HAND =
               F03-BEGINNING-QUANTITY + F03-INVENTORY-RECEIVED
                   + F03-INVENTORY-RETURNED + F03-INVENTORY-XFER-IN
                   + F03-INVENTORY-ASSEMBLED
                   - F03-INVENTORY-SHIPPED - F03-INVENTORY-XFER-OUT
                   - F03-INVENTORY-CONSUMED
           IF IGL-HIGH-ON-HAND < ZERO
               MOVE ZERO TO IGL-HIGH-ON-HAND
           END-IF
           COMPUTE IGL-LOW-ON-HAND = IGL-HIGH-ON-HAND - W17-BO-FILL
           MOVE W28-CURRENT-WAREHOUSE-CODE TO IGL-WAREHOUSE
           MOVE F03-PART-NAME TO IGL-PART-NAME
           MOVE F03-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE

           MOVE IGL-COGS-BASE TO IGL-DEBIT-BASE
           MOVE IGL-INVENTORY-BASE TO IGL-CREDIT-BASE
           MOVE "BACKORDER FILL" TO IGL-ENTRY-DESC
           MOVE F07-BO-DATE TO IGL-ENTRY-DESC(16:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY
           .

       466-COPY-ONE-BACKORDER.
           END-READ
           .

      * THE FILL IS INVOICED UNDER THE ORDER THAT WENT SHORT
       467-WRITE-SHIPMENT-RECORD.
           MOVE F07-BO-CUSTOMER TO F11-SHP-CUSTOMER
           MOVE F07-BO-ORDER-NUMBER TO F11-SHP-ORDER-NUMBER
           MOVE W28-CURRENT-WAREHOUSE-CODE TO F11-SHP-WAREHOUSE
           MOVE F03-PART-NAME TO F11-SHP-PART-NAME
           MOVE W17-BO-FILL TO F11-SHP-QUANTITY
           MOVE RC-BUSINESS-DATE TO F11-SHP-DATE
           WRITE F11-SHIPMENT-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "Shipments.dat" TO ABEND-FILE-NAME
           MOVE W36-SHIPMENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * APPEND THE RECEIPT'S COST LAYER IN THE SHAPE THE INVENTORY
      * RUN'S FIFO VALUATION CONSUMES
       340-WRITE-COST-LAYER.
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE RECEIPT COMES ONTO THE SHELF AT ITS OWN LAYER COST -
      * DEBIT THE SITE'S INVENTORY, CREDIT RECEIVED-NOT-INVOICED
       345-WRITE-RECEIPT-ENTRY.
           MOVE F01-RCT-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F01-RCT-PART-NAME TO IGL-PART-NAME
           COMPUTE IGL-ENTRY-AMOUNT ROUNDED =
               F01-RCT-QUANTITY * F01-RCT-UNIT-COST
           MOVE IGL-INVENTORY-BASE TO IGL-DEBIT-BASE
           MOVE IGL-ACCRUAL-BASE TO IGL-CREDIT-BASE
           MOVE "RECEIPT PO" TO IGL-ENTRY-DESC
           MOVE F01-RCT-PO-NUMBER-X TO IGL-ENTRY-DESC(12:5)
           PERFORM 962-WRITE-INVENTORY-ENTRY
           .

      * ROLL THE RECEIPT INTO THE OPEN-PO LINE - FULLY RECEIVED
      * LINES CLOSE, ANYTHING ELSE STAYS PARTIALLY OPEN
       350-RELIEVE-OPEN-PO.
           MOVE F01-RCT-QUANTITY TO F08-LOG-QUANTITY
           MOVE F02-OPO-ORDER-DATE TO F08-LOG-ORDER-DATE
           MOVE F01-RCT-DATE TO F08-LOG-RECEIPT-DATE
           MOVE F01-RCT-UNIT-COST TO F08-LOG-UNIT-COST
           WRITE F08-RECEIPT-LOG-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ReceiptLog.dat" TO ABEND-FILE-NAME
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Inventory Ledger Lines Written" TO W31-CONTROL-LABEL
           MOVE IGL-LINES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F05-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

       600-CLOSE-FILES.
           CLOSE F02-OPEN-PO-FILE
                 F05-PRINT-FILE
                 F06-EXCEPTION-FILE
                 F08-RECEIPT-LOG
                 F11-SHIPMENT-FILE
           PERFORM 968-CLOSE-INVENTORY-GL
           .
