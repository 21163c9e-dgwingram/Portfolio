       INPUT-OUTPUT SECTION.
      * POSTS CUSTOMER ORDER LINES AGAINST THE WAREHOUSE SITE
      * MASTERS: EACH LINE IS ALLOCATED AGAINST THE COMPUTED ON-HAND
      * (BEGINNING + RECEIVED + RETURNED + TRANSFERS IN + ASSEMBLED
      * - SHIPPED - TRANSFERS OUT - CONSUMED IN ASSEMBLY, THE WAY
      * THE INVENTORY RUN COMPUTES IT), THE
      * ALLOCATED QUANTITY IS ADDED TO
      * F01-INVENTORY-SHIPPED, AND ANYTHING THAT CANNOT BE COVERED
      * GOES TO THE BACKORDER FILE THAT RECEIVING RE-ALLOCATES WHEN
      * NEW STOCK POSTS - WITH A DAILY OPEN-BACKORDER REPORT. EACH
      * ORDER IS CREDIT-CHECKED AGAINST ITS CUSTOMER BEFORE ANY LINE
      * IS ALLOCATED, AND WHAT SHIPS IS HANDED TO THE INVOICING RUN
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE

           SELECT SD-ORDER-FILE ASSIGN TO 'SORTWORK.TMP'.

      * THE ORDER LINES SORTED BY CUSTOMER AND ORDER FOR THE CREDIT
      * CHECK - AN ORDER'S LINES ARE PRICED TOGETHER AND THE WHOLE
      * ORDER RELEASED OR HELD
           SELECT F07-ORDERS-BY-CUSTOMER
               ASSIGN TO 'OrdersByCustomer.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W36-BY-CUSTOMER-STATUS.

      * ONE CREDIT DECISION PER ORDER, IN THE SAME SEQUENCE AS THE
      * CUSTOMER-SORTED LINES SO THE TWO ARE READ SIDE BY SIDE
           SELECT F08-CREDIT-FILE ASSIGN TO 'OrderCredit.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W37-CREDIT-STATUS.

      * THE LINES OF RELEASED ORDERS - RE-SORTED BY WAREHOUSE FOR
      * THE ALLOCATION PASS
           SELECT F09-ORDERS-RELEASED ASSIGN TO 'OrdersReleased.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W38-RELEASED-STATUS.

           SELECT F10-CUSTOMER-MASTER
               ASSIGN TO 'CustomerMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F10-CUST-NUMBER
               FILE STATUS IS W39-CUSTOMER-STATUS.

      * OPEN RECEIVABLES - A CUSTOMER'S ITEMS ARE SWEPT FOR THE
      * BALANCE THE CREDIT LIMIT IS MEASURED AGAINST. OPTIONAL
      * BEFORE THE FIRST INVOICING RUN
           SELECT OPTIONAL F11-AR-ITEM-FILE
               ASSIGN TO 'AROpenItems.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F11-AR-KEY
               FILE STATUS IS W40-AR-ITEM-STATUS.

      * WHAT SHIPPED, BY CUSTOMER ORDER, FOR THE INVOICING RUN -
      * APPENDED, THE FIRST SHIPMENT EVER CREATES IT
           SELECT F12-SHIPMENT-FILE ASSIGN TO 'Shipments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W41-SHIPMENT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED INVENTORY LEDGER BATCH - EACH SHIPMENT MOVES THE FIFO
      * COST OF THE UNITS SHIPPED FROM INVENTORY TO COST OF GOODS
      * SOLD AT THE SHIPPING SITE
           COPY INVGLSEL.

       DATA DIVISION.
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

      * ONE ORDER LINE PER RECORD, AS KEYED FROM THE CUSTOMER ORDER
       FD  F02-ORDER-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F02-ORDER-RECORD.
       01  F02-ORDER-RECORD.
           05  F02-ORD-WAREHOUSE       PIC X(4).
           05  F02-ORD-QUANTITY        PIC 9(5).
           05  F02-ORD-QUANTITY-X
                   REDEFINES F02-ORD-QUANTITY PIC X(5).
           05  F02-ORD-CUSTOMER        PIC X(6).
           05  F02-ORD-ORDER-NUMBER    PIC 9(6).
           05  F02-ORD-ORDER-NUMBER-X
                   REDEFINES F02-ORD-ORDER-NUMBER PIC X(6).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
       01  F03-PRINT-RECORD            PIC X(100).

       FD  F04-BACKORDER-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F04-BACKORDER-RECORD.
       01  F04-BACKORDER-RECORD.
           05  F04-BO-WAREHOUSE        PIC X(4).
           05  F04-BO-PART-NAME        PIC X(20).
           05  F04-BO-QUANTITY         PIC 9(5).
           05  F04-BO-DATE             PIC X(8).
           05  F04-BO-CUSTOMER         PIC X(6).
           05  F04-BO-ORDER-NUMBER     PIC 9(6).

       FD  F05-BACKORDER-REPORT
           RECORD CONTAINS 100 CHARACTERS
       01  F05-BO-REPORT-RECORD        PIC X(100).

       FD  F06-ORDERS-SORTED
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F06-SORTED-RECORD.
       01  F06-SORTED-RECORD           PIC X(41).

       SD  SD-ORDER-FILE
           DATA RECORD IS SD-ORDER-RECORD.
       01  SD-ORDER-RECORD.
           05  SD-ORD-WAREHOUSE        PIC X(4).
           05                          PIC X(25).
           05  SD-ORD-CUSTOMER         PIC X(6).
           05  SD-ORD-ORDER-NUMBER     PIC X(6).

       FD  F07-ORDERS-BY-CUSTOMER
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F07-BY-CUSTOMER-RECORD.
       01  F07-BY-CUSTOMER-RECORD      PIC X(41).

       FD  F08-CREDIT-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS F08-CREDIT-RECORD.
       01  F08-CREDIT-RECORD.
           05  F08-CRD-CUSTOMER        PIC X(6).
           05  F08-CRD-ORDER-NUMBER    PIC X(6).
           05  F08-CRD-DECISION        PIC X.
               88  F08-CRD-RELEASED          VALUE "R".
               88  F08-CRD-HELD              VALUE "H".
           05  F08-CRD-REASON          PIC X(38).

       FD  F09-ORDERS-RELEASED
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F09-RELEASED-RECORD.
       01  F09-RELEASED-RECORD         PIC X(41).

       FD  F10-CUSTOMER-MASTER
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS F10-CUSTOMER-RECORD.

           COPY CUSTREC REPLACING LEADING ==U01== BY ==F10==.

       FD  F11-AR-ITEM-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F11-AR-ITEM-RECORD.

           COPY ARITEM REPLACING LEADING ==R01== BY ==F11==.

       FD  F12-SHIPMENT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F12-SHIPMENT-RECORD.

           COPY SHIPREC REPLACING LEADING ==H01== BY ==F12==.

           COPY AUDITREC.


           COPY LOCKREC.

           COPY INVGLREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY INVGLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INVENTORY-STATUS     PIC XX VALUE SPACES.
       01 W21-ORDER-STATUS         PIC XX VALUE SPACES.
       01 W23-BACKORDER-STATUS     PIC XX VALUE SPACES.
       01 W24-BO-REPORT-STATUS     PIC XX VALUE SPACES.
       01 W25-SORTED-STATUS        PIC XX VALUE SPACES.
       01 W36-BY-CUSTOMER-STATUS   PIC XX VALUE SPACES.
       01 W37-CREDIT-STATUS        PIC XX VALUE SPACES.
       01 W38-RELEASED-STATUS      PIC XX VALUE SPACES.
       01 W39-CUSTOMER-STATUS      PIC XX VALUE SPACES.
       01 W40-AR-ITEM-STATUS       PIC XX VALUE SPACES.
       01 W41-SHIPMENT-STATUS      PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-BO-EOF-SWITCH       PIC X VALUE SPACES.
               88  W01-BO-EOF                VALUE "T".
           05  W01-AR-EOF-SWITCH       PIC X VALUE SPACES.
               88  W01-AR-EOF                VALUE "T".
           05  W01-CREDIT-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-CREDIT-EOF            VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
                   VALUE 'Quantity must be numeric and over 0'.
           05 W06-BAD-WAREHOUSE-ERR        PIC X(30)
                   VALUE 'Warehouse unknown'.
           05 W06-ORDER-NUMBER-ERR         PIC X(38)
                   VALUE 'Credit hold - order number invalid'.
           05 W06-NO-CUSTOMER-ERR          PIC X(38)
                   VALUE 'Credit hold - customer not on file'.
           05 W06-INACTIVE-ERR             PIC X(38)
                   VALUE 'Credit hold - customer inactive'.
           05 W06-CREDIT-LIMIT-ERR         PIC X(38)
                   VALUE 'Credit hold - over credit limit'.

      * CREDIT CHECK WORK - THE ORDER BEING PRICED, AND THE CUSTOMER
      * EXPOSURE IT IS MEASURED AGAINST: OPEN RECEIVABLES PLUS THE
      * ORDERS ALREADY RELEASED FOR THE CUSTOMER THIS RUN
       01 W12-CREDIT-WORK.
           05  W12-ORDER-CUSTOMER      PIC X(6)     VALUE SPACES.
           05  W12-ORDER-NUMBER        PIC X(6)     VALUE SPACES.
           05  W12-ORDER-LINES         PIC 9(5)     VALUE ZERO.
           05  W12-ORDER-VALUE         PIC 9(9)V99  VALUE ZERO.
           05  W12-EXPOSURE-CUSTOMER   PIC X(6)     VALUE SPACES.
           05  W12-EXPOSURE            PIC 9(11)V99 VALUE ZERO.
           05  W12-CREDIT-LIMIT        PIC 9(7)V99  VALUE ZERO.
           05  W12-CUSTOMER-SWITCH     PIC X        VALUE "N".
               88  W12-CUSTOMER-FOUND          VALUE "Y".
               88  W12-CUSTOMER-NOT-FOUND      VALUE "N".
           05  W12-ACTIVE-SWITCH       PIC X        VALUE "N".
               88  W12-CUSTOMER-ACTIVE         VALUE "Y".
           05  W12-AR-FILE-SWITCH      PIC X        VALUE "Y".
               88  W12-AR-FILE-PRESENT         VALUE "Y".

      * THE SITE MASTER IN HAND FOR THE SORTED ORDER PASS - A
      * WAREHOUSE CONTROL BREAK OPENS THE NEXT SITE FILE
           05 W30-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W30-LINES-SHIPPED    PIC 9(7)    VALUE ZERO.
           05 W30-LINES-BACKORDERED PIC 9(7)   VALUE ZERO.
           05 W30-LINES-CREDIT-HELD PIC 9(7)   VALUE ZERO.
           05 W30-ORDERS-CREDIT-HELD PIC 9(7)  VALUE ZERO.

       01 W31-CONTROL-LINE.
           05  W31-CONTROL-LABEL           PIC X(38).
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-SORT-ORDER-LINES
           PERFORM 120-CREDIT-CHECK-ORDERS
           PERFORM 130-RELEASE-CHECKED-ORDERS
           PERFORM 140-SORT-RELEASED-LINES
           PERFORM 150-SHIP-ORDERS
           PERFORM 500-WRITE-FOOTER
           PERFORM 510-WRITE-BACKORDER-REPORT
           IF W30-ORDERS-CREDIT-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
      * OPENED - THE THREE SITE MASTERS AND THE BACKORDER, SHIPMENT
      * AND LEDGER FILES IT APPENDS TO - SO A FAILED RUN CAN BE PUT
      * BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "Backorders.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Shipments.dat" TO SNAP-ADD-NAME
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
           OPEN OUTPUT F03-PRINT-FILE
                OUTPUT F05-BACKORDER-REPORT

           MOVE "Backorders.dat" TO ABEND-FILE-NAME
           MOVE W23-BACKORDER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 960-OPEN-INVENTORY-GL

           OPEN INPUT F10-CUSTOMER-MASTER
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CustomerMaster.dat" TO ABEND-FILE-NAME
           MOVE W39-CUSTOMER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F11-AR-ITEM-FILE
           IF W40-AR-ITEM-STATUS = "05"
               MOVE "N" TO W12-AR-FILE-SWITCH
           ELSE
               MOVE "AROpenItems.dat" TO ABEND-FILE-NAME
               MOVE W40-AR-ITEM-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN EXTEND F12-SHIPMENT-FILE
           IF W41-SHIPMENT-STATUS = "35"
               OPEN OUTPUT F12-SHIPMENT-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "Shipments.dat" TO ABEND-FILE-NAME
           MOVE W41-SHIPMENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
               AFTER ADVANCING 1 LINE
           .

      * SORT THE ORDER LINES BY CUSTOMER AND ORDER SO EACH ORDER'S
      * LINES COME TOGETHER FOR THE CREDIT CHECK - EVERY LINE FLOWS
      * THROUGH, HOWEVER MANY WERE KEYED
       110-SORT-ORDER-LINES.
           OPEN INPUT F02-ORDER-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           CLOSE F02-ORDER-FILE

           SORT SD-ORDER-FILE
               ON ASCENDING KEY SD-ORD-CUSTOMER
                                SD-ORD-ORDER-NUMBER
               WITH DUPLICATES IN ORDER
               USING F02-ORDER-FILE
               GIVING F07-ORDERS-BY-CUSTOMER
           .

      * PRICE EACH ORDER AT THE SITE MASTERS' PRICES AND DECIDE IT
      * BEFORE A SINGLE LINE IS ALLOCATED: THE CUSTOMER MUST BE ON
      * FILE AND ACTIVE, AND OPEN RECEIVABLES PLUS THE ORDERS
      * ALREADY RELEASED THIS RUN PLUS THIS ORDER MUST STAY WITHIN
      * THE CREDIT LIMIT. A HELD ORDER IS HELD WHOLE
       120-CREDIT-CHECK-ORDERS.
           OPEN INPUT F07-ORDERS-BY-CUSTOMER
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "OrdersByCustomer.dat" TO ABEND-FILE-NAME
           MOVE W36-BY-CUSTOMER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           OPEN OUTPUT F08-CREDIT-FILE
           MOVE "OrderCredit.dat" TO ABEND-FILE-NAME
           MOVE W37-CREDIT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-EOF-SWITCH
           MOVE SPACES TO W28-CURRENT-WAREHOUSE-CODE
           MOVE SPACES TO W12-EXPOSURE-CUSTOMER
           MOVE ZERO TO W12-ORDER-LINES
           PERFORM 121-READ-CUSTOMER-LINE
           IF NOT W01-END-OF-FILE
               MOVE F02-ORD-CUSTOMER TO W12-ORDER-CUSTOMER
               MOVE F02-ORD-ORDER-NUMBER-X TO W12-ORDER-NUMBER
               MOVE ZERO TO W12-ORDER-VALUE
           END-IF
           PERFORM 122-PRICE-ORDER-LINE
               UNTIL W01-END-OF-FILE
           IF W12-ORDER-LINES > ZERO
               PERFORM 125-DECIDE-ORDER
           END-IF

           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W07-SITE-OPEN-SWITCH
           END-IF
           CLOSE F07-ORDERS-BY-CUSTOMER
                 F08-CREDIT-FILE
           .

       121-READ-CUSTOMER-LINE.
           READ F07-ORDERS-BY-CUSTOMER INTO F02-ORDER-RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * AN ORDER BREAK DECIDES THE ORDER JUST PRICED. A LINE THE
      * SITE MASTER CANNOT PRICE ADDS NOTHING - THE ALLOCATION PASS
      * REJECTS IT ANYWAY
       122-PRICE-ORDER-LINE.
           IF F02-ORD-CUSTOMER NOT = W12-ORDER-CUSTOMER
                   OR F02-ORD-ORDER-NUMBER-X NOT = W12-ORDER-NUMBER
               PERFORM 125-DECIDE-ORDER
               MOVE F02-ORD-CUSTOMER TO W12-ORDER-CUSTOMER
               MOVE F02-ORD-ORDER-NUMBER-X TO W12-ORDER-NUMBER
               MOVE ZERO TO W12-ORDER-VALUE
               MOVE ZERO TO W12-ORDER-LINES
           END-IF
           ADD 1 TO W12-ORDER-LINES

           IF F02-ORD-WAREHOUSE NOT = W28-CURRENT-WAREHOUSE-CODE
               PERFORM 305-SWITCH-SITE-MASTER
           END-IF
           IF W07-SITE-KNOWN
                   AND F02-ORD-QUANTITY IS NUMERIC
               MOVE F02-ORD-PART-NAME TO F01-PART-NAME
               READ F01-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE W12-ORDER-VALUE = W12-ORDER-VALUE
                           + (F02-ORD-QUANTITY * F01-INVENTORY-PRICE)
               END-READ
           END-IF

           PERFORM 121-READ-CUSTOMER-LINE
           .

       125-DECIDE-ORDER.
           IF W12-ORDER-CUSTOMER NOT = W12-EXPOSURE-CUSTOMER
               PERFORM 126-LOAD-CUSTOMER-EXPOSURE
           END-IF

           MOVE W12-ORDER-CUSTOMER TO F08-CRD-CUSTOMER
           MOVE W12-ORDER-NUMBER TO F08-CRD-ORDER-NUMBER
           SET F08-CRD-HELD TO TRUE
           IF W12-ORDER-NUMBER NOT NUMERIC
               MOVE W06-ORDER-NUMBER-ERR TO F08-CRD-REASON
           ELSE
           IF W12-CUSTOMER-NOT-FOUND
               MOVE W06-NO-CUSTOMER-ERR TO F08-CRD-REASON
           ELSE
           IF NOT W12-CUSTOMER-ACTIVE
               MOVE W06-INACTIVE-ERR TO F08-CRD-REASON
           ELSE
           IF W12-EXPOSURE + W12-ORDER-VALUE > W12-CREDIT-LIMIT
               MOVE W06-CREDIT-LIMIT-ERR TO F08-CRD-REASON
           ELSE
               SET F08-CRD-RELEASED TO TRUE
               MOVE SPACES TO F08-CRD-REASON
               ADD W12-ORDER-VALUE TO W12-EXPOSURE
           END-IF
           END-IF
           END-IF
           END-IF

           IF F08-CRD-HELD
               ADD 1 TO W30-ORDERS-CREDIT-HELD
           END-IF
           WRITE F08-CREDIT-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "OrderCredit.dat" TO ABEND-FILE-NAME
           MOVE W37-CREDIT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A NEW CUSTOMER'S LIMIT AND STANDING COME OFF THE MASTER, AND
      * ITS OPEN RECEIVABLES ARE SWEPT FROM ITS FIRST ITEM ON
       126-LOAD-CUSTOMER-EXPOSURE.
           MOVE W12-ORDER-CUSTOMER TO W12-EXPOSURE-CUSTOMER
           MOVE ZERO TO W12-EXPOSURE
           MOVE ZERO TO W12-CREDIT-LIMIT
           MOVE "N" TO W12-ACTIVE-SWITCH
           SET W12-CUSTOMER-FOUND TO TRUE
           MOVE W12-ORDER-CUSTOMER TO F10-CUST-NUMBER
           READ F10-CUSTOMER-MASTER
               INVALID KEY
                   SET W12-CUSTOMER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE F10-CUST-CREDIT-LIMIT TO W12-CREDIT-LIMIT
                   IF F10-CUST-ACTIVE
                       SET W12-CUSTOMER-ACTIVE TO TRUE
                   END-IF
           END-READ

           MOVE SPACES TO W01-AR-EOF-SWITCH
           IF NOT W12-AR-FILE-PRESENT OR W12-CUSTOMER-NOT-FOUND
               SET W01-AR-EOF TO TRUE
           ELSE
               MOVE W12-ORDER-CUSTOMER TO F11-AR-CUSTOMER
               MOVE ZERO TO F11-AR-INVOICE
               START F11-AR-ITEM-FILE
                   KEY IS NOT LESS THAN F11-AR-KEY
                   INVALID KEY SET W01-AR-EOF TO TRUE
               END-START
           END-IF
           PERFORM 127-ADD-OPEN-ITEM
               UNTIL W01-AR-EOF
           .

       127-ADD-OPEN-ITEM.
           READ F11-AR-ITEM-FILE NEXT RECORD
               AT END
                   SET W01-AR-EOF TO TRUE
               NOT AT END
                   IF F11-AR-CUSTOMER NOT = W12-ORDER-CUSTOMER
                       SET W01-AR-EOF TO TRUE
                   ELSE
                       IF F11-AR-OPEN
                           ADD F11-AR-OPEN-AMOUNT TO W12-EXPOSURE
                       END-IF
                   END-IF
           END-READ
           .

      * READ THE CUSTOMER-SORTED LINES AND THE DECISIONS SIDE BY
      * SIDE: A RELEASED ORDER'S LINES GO ON TO ALLOCATION, A HELD
      * ORDER'S LINES ARE LISTED ON THE REGISTER WITH THE REASON
       130-RELEASE-CHECKED-ORDERS.
           OPEN INPUT F07-ORDERS-BY-CUSTOMER
                      F08-CREDIT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "OrdersByCustomer.dat" TO ABEND-FILE-NAME
           MOVE W36-BY-CUSTOMER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "OrderCredit.dat" TO ABEND-FILE-NAME
           MOVE W37-CREDIT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           OPEN OUTPUT F09-ORDERS-RELEASED
           MOVE "OrdersReleased.dat" TO ABEND-FILE-NAME
           MOVE W38-RELEASED-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-EOF-SWITCH
           MOVE SPACES TO W01-CREDIT-EOF-SWITCH
           MOVE HIGH-VALUES TO F08-CREDIT-RECORD
           PERFORM 121-READ-CUSTOMER-LINE
           PERFORM 132-ROUTE-ORDER-LINE
               UNTIL W01-END-OF-FILE

           CLOSE F07-ORDERS-BY-CUSTOMER
                 F08-CREDIT-FILE
                 F09-ORDERS-RELEASED
           .

       131-READ-CREDIT-DECISION.
           READ F08-CREDIT-FILE
               AT END SET W01-CREDIT-EOF TO TRUE
           END-READ
           .

       132-ROUTE-ORDER-LINE.
           IF F02-ORD-CUSTOMER NOT = F08-CRD-CUSTOMER
                   OR F02-ORD-ORDER-NUMBER-X NOT = F08-CRD-ORDER-NUMBER
               PERFORM 131-READ-CREDIT-DECISION
           END-IF

           IF F08-CRD-RELEASED
               WRITE F09-RELEASED-RECORD FROM F02-ORDER-RECORD
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE "OrdersReleased.dat" TO ABEND-FILE-NAME
               MOVE W38-RELEASED-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           ELSE
               ADD 1 TO W30-LINES-READ
               ADD 1 TO W30-LINES-CREDIT-HELD
               MOVE F02-ORD-WAREHOUSE TO W05-BAD-WAREHOUSE
               MOVE F02-ORD-PART-NAME TO W05-BAD-PART-NAME
               MOVE F08-CRD-REASON TO W05-BAD-REASON
               WRITE F03-PRINT-RECORD FROM W05-BAD-LINE
           END-IF

           PERFORM 121-READ-CUSTOMER-LINE
           .

      * RE-SORT THE RELEASED LINES BY WAREHOUSE SO EACH SITE MASTER
      * OPENS ONCE AND ITS LINES ALLOCATE TOGETHER
       140-SORT-RELEASED-LINES.
           SORT SD-ORDER-FILE
               ON ASCENDING KEY SD-ORD-WAREHOUSE
               WITH DUPLICATES IN ORDER
               USING F09-ORDERS-RELEASED
               GIVING F06-ORDERS-SORTED
           .

           ELSE
               COMPUTE W10-ON-HAND =
                   F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                       + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                       + F01-INVENTORY-ASSEMBLED
                       - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                       - F01-INVENTORY-CONSUMED
               IF W10-ON-HAND < ZERO
                   MOVE ZERO TO W10-ON-HAND
               END-IF
               END-IF

               IF W10-ALLOCATED > ZERO
                   PERFORM 315-WRITE-SHIPMENT-ENTRY
                   ADD W10-ALLOCATED TO F01-INVENTORY-SHIPPED
                   REWRITE F01-INVENTORY-RECORD
                   MOVE "REWRITE" TO ABEND-OPERATION
                       TO ABEND-FILE-NAME
                   MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   PERFORM 316-WRITE-SHIPMENT-RECORD
               END-IF

               IF W10-SHORT > ZERO
           END-IF
           .

      * THE SHIPMENT LEAVES THE SHELF AT THE FIFO COST OF THE UNITS
      * IT TAKES - ON-HAND BEFORE THE SHIPMENT DOWN TO ON-HAND AFTER
       315-WRITE-SHIPMENT-ENTRY.
           COMPUTE IGL-HIGH-ON-HAND =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           IF IGL-HIGH-ON-HAND < ZERO
               MOVE ZERO TO IGL-HIGH-ON-HAND
           END-IF
           COMPUTE IGL-LOW-ON-HAND = IGL-HIGH-ON-HAND - W10-ALLOCATED
           MOVE F02-ORD-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F02-ORD-PART-NAME TO IGL-PART-NAME
           MOVE F01-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE

           MOVE IGL-COGS-BASE TO IGL-DEBIT-BASE
           MOVE IGL-INVENTORY-BASE TO IGL-CREDIT-BASE
           MOVE "SHIPMENT" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY
           .

      * HAND THE SHIPPED QUANTITY TO THE INVOICING RUN UNDER ITS
      * CUSTOMER ORDER
       316-WRITE-SHIPMENT-RECORD.
           MOVE F02-ORD-CUSTOMER TO F12-SHP-CUSTOMER
           MOVE F02-ORD-ORDER-NUMBER TO F12-SHP-ORDER-NUMBER
           MOVE F02-ORD-WAREHOUSE TO F12-SHP-WAREHOUSE
           MOVE F02-ORD-PART-NAME TO F12-SHP-PART-NAME
           MOVE W10-ALLOCATED TO F12-SHP-QUANTITY
           MOVE RC-BUSINESS-DATE TO F12-SHP-DATE
           WRITE F12-SHIPMENT-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "Shipments.dat" TO ABEND-FILE-NAME
           MOVE W41-SHIPMENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       320-WRITE-BACKORDER.
           MOVE F02-ORD-WAREHOUSE TO F04-BO-WAREHOUSE
           MOVE F02-ORD-PART-NAME TO F04-BO-PART-NAME
           MOVE W10-SHORT TO F04-BO-QUANTITY
           MOVE RC-BUSINESS-DATE TO F04-BO-DATE
           MOVE F02-ORD-CUSTOMER TO F04-BO-CUSTOMER
           MOVE F02-ORD-ORDER-NUMBER TO F04-BO-ORDER-NUMBER
           WRITE F04-BACKORDER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "Backorders.dat" TO ABEND-FILE-NAME
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Held For Credit" TO W31-CONTROL-LABEL
           MOVE W30-LINES-CREDIT-HELD TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Orders Held For Credit" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-CREDIT-HELD TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Inventory Ledger Lines Written" TO W31-CONTROL-LABEL
           MOVE IGL-LINES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-LINES-READ        TO AUDIT-RECORDS-READ
           MOVE W30-LINES-SHIPPED     TO AUDIT-RECORDS-WRITTEN
           COMPUTE AUDIT-RECORDS-REJECTED =
               W30-LINES-BACKORDERED + W30-LINES-CREDIT-HELD

           WRITE AUDIT-LOG-RECORD

           CLOSE F03-PRINT-FILE
                 F04-BACKORDER-FILE
                 F05-BACKORDER-REPORT
                 F10-CUSTOMER-MASTER
                 F11-AR-ITEM-FILE
                 F12-SHIPMENT-FILE
           PERFORM 968-CLOSE-INVENTORY-GL
           .
