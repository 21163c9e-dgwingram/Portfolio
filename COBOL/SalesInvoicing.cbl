       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesInvoicing.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * BILLS WHAT HAS SHIPPED: THE SHIPMENT LINES HANDED OVER BY
      * THE SHIPMENT RUN AND BY RECEIVING'S BACKORDER FILLS ARE
      * GATHERED BY CUSTOMER ORDER, EACH LINE PRICED AT THE SHIPPING
      * SITE MASTER'S PRICE, AND ONE INVOICE PRINTED PER ORDER WITH
      * GST, HST AND PST ADDED BY THE CUSTOMER'S SHIP-TO PROVINCE.
      * EVERY INVOICE BECOMES A RECEIVABLES OPEN ITEM DUE ON THE
      * CUSTOMER'S TERMS. A LINE THAT CANNOT BE BILLED IS LISTED AND
      * LEFT ON THE SHIPMENT FILE FOR THE NEXT RUN
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-INVENTORY-STATUS.

      * SHIPPED-NOT-YET-INVOICED LINES. OPTIONAL SO A RUN BEFORE THE
      * FIRST SHIPMENT EVER SIMPLY BILLS NOTHING
           SELECT OPTIONAL F02-SHIPMENT-FILE ASSIGN TO 'Shipments.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-SHIPMENT-STATUS.

      * THE SHIPMENT LINES SORTED BY CUSTOMER AND ORDER SO EACH
      * ORDER'S LINES COME TOGETHER ON ONE INVOICE
           SELECT F03-SHIPMENTS-SORTED ASSIGN TO 'ShipmentsSorted.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-SORTED-STATUS.

           SELECT SD-SHIPMENT-FILE ASSIGN TO 'SORTWORK.TMP'.

           SELECT F04-CUSTOMER-MASTER
               ASSIGN TO 'CustomerMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F04-CUST-NUMBER
               FILE STATUS IS W23-CUSTOMER-STATUS.

      * OPEN RECEIVABLES - ONE NEW ITEM PER INVOICE. OPTIONAL SO THE
      * FIRST INVOICING RUN CREATES THE FILE
           SELECT OPTIONAL F05-AR-ITEM-FILE
               ASSIGN TO 'AROpenItems.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F05-AR-KEY
               FILE STATUS IS W24-AR-ITEM-STATUS.

      * SALES TAX RATES COME FROM THE SAME RATE TABLE FILE AS THE
      * PAYROLL RATES - THE "S" ROWS, ONE PER TAX PER PROVINCE
           SELECT F06-TAXRATE-FILE ASSIGN TO 'TaxRates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-TAXRATE-STATUS.

      * NEXT INVOICE NUMBER, CARRIED FROM RUN TO RUN; THE FIRST EVER
      * RUN STARTS AT 1
           SELECT OPTIONAL F07-NUMBER-FILE
               ASSIGN TO 'InvoiceNumber.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-NUMBER-STATUS.

           SELECT F08-INVOICE-FILE ASSIGN TO 'Invoices.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-INVOICE-STATUS.

           SELECT F09-PRINT-FILE ASSIGN TO 'InvoiceRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W36-PRINT-STATUS.

      * LINES THAT COULD NOT BE BILLED THIS RUN - COPIED BACK OVER
      * THE SHIPMENT FILE ONCE THE RUN IS DONE
           SELECT F10-CARRY-FILE ASSIGN TO 'ShipmentsCarried.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W37-CARRY-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE
      * RECEIVABLES AND EMPTIES THE SHIPMENT FILE, SO IT REFUSES TO
      * RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.

       FD F01-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-INVENTORY-RECORD.

       01 F01-INVENTORY-RECORD.
           05  F01-PART-NAME           PIC X(20).
           05  F01-BEGINNING-QUANTITY  PIC 9(3).
           05  F01-INVENTORY-RECEIVED  PIC 9(3).
           05  F01-INVENTORY-SHIPPED   PIC 9(3).
           05  F01-INVENTORY-PRICE     PIC 9999V99.
           05  F01-INVENTORY-RETURNED  PIC 9(3).
           05  F01-INVENTORY-XFER-IN   PIC 9(3).
           05  F01-INVENTORY-XFER-OUT  PIC 9(3).
           05  F01-INVENTORY-ASSEMBLED PIC 9(3).
           05  F01-INVENTORY-CONSUMED  PIC 9(3).

       FD  F02-SHIPMENT-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F02-SHIPMENT-RECORD.

           COPY SHIPREC REPLACING LEADING ==H01== BY ==F02==.

       FD  F03-SHIPMENTS-SORTED
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F03-SORTED-RECORD.
       01  F03-SORTED-RECORD           PIC X(49).

       SD  SD-SHIPMENT-FILE
           DATA RECORD IS SD-SHIPMENT-RECORD.
       01  SD-SHIPMENT-RECORD.
           05  SD-SHP-CUSTOMER         PIC X(6).
           05  SD-SHP-ORDER-NUMBER     PIC X(6).
           05  SD-SHP-WAREHOUSE        PIC X(4).
           05  SD-SHP-PART-NAME        PIC X(20).
           05                          PIC X(13).

       FD  F04-CUSTOMER-MASTER
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS F04-CUSTOMER-RECORD.

           COPY CUSTREC REPLACING LEADING ==U01== BY ==F04==.

       FD  F05-AR-ITEM-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F05-AR-ITEM-RECORD.

           COPY ARITEM REPLACING LEADING ==R01== BY ==F05==.

      * "S" ROWS: CODE G = GST, H = HST, P = PST, RATE IN THE VALUE
      * FIELD, PROVINCE IN THE JURISDICTION. OTHER ROW TYPES BELONG
      * TO PAYROLL AND ARE SKIPPED
       FD  F06-TAXRATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F06-TAXRATE-RECORD.

       01  F06-TAXRATE-RECORD.
           05  F06-RATE-TYPE               PIC X.
           05  F06-RATE-CODE               PIC X.
           05  F06-RATE-VALUE              PIC 9V9999.
           05  F06-RATE-AMOUNT             PIC 9(3)V99.
           05  F06-RATE-JURIS              PIC X(2).
           05  F06-RATE-DEPT               PIC X(4).

       FD  F07-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS F07-NUMBER-RECORD.
       01  F07-NUMBER-RECORD.
           05  F07-NEXT-INVOICE-NUMBER     PIC 9(6).

       FD  F08-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F08-INVOICE-RECORD.
       01  F08-INVOICE-RECORD              PIC X(80).

       FD  F09-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F09-PRINT-RECORD.
       01  F09-PRINT-RECORD                PIC X(100).

       FD  F10-CARRY-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F10-CARRY-RECORD.
       01  F10-CARRY-RECORD                PIC X(49).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY LOCKREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY LOCKWS.

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INVENTORY-STATUS     PIC XX VALUE SPACES.
       01 W21-SHIPMENT-STATUS      PIC XX VALUE SPACES.
       01 W22-SORTED-STATUS        PIC XX VALUE SPACES.
       01 W23-CUSTOMER-STATUS      PIC XX VALUE SPACES.
       01 W24-AR-ITEM-STATUS       PIC XX VALUE SPACES.
       01 W25-TAXRATE-STATUS       PIC XX VALUE SPACES.
       01 W26-NUMBER-STATUS        PIC XX VALUE SPACES.
       01 W27-INVOICE-STATUS       PIC XX VALUE SPACES.
       01 W36-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W37-CARRY-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-TAXRATE-EOF-SWITCH  PIC X VALUE SPACES.
               88  W01-TAXRATE-EOF           VALUE "T".
           05  W01-CARRY-EOF-SWITCH    PIC X VALUE SPACES.
               88  W01-CARRY-EOF             VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(22) VALUE "Sales Invoice Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(8)  VALUE "Customer".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Order".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(7)  VALUE "Invoice".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(8)  VALUE "Subtotal".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(9)  VALUE "Sales Tax".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(5)  VALUE "Total".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Due Date".

       01 W03-REGISTER-LINE.
           05  W03-CUSTOMER-OUT            PIC X(6).
           05                              PIC X(4)  VALUE SPACES.
           05  W03-ORDER-OUT               PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-INVOICE-OUT             PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-SUBTOTAL-OUT            PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-TAX-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-TOTAL-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DUE-DATE-OUT            PIC X(8).
           05                              PIC X(14) VALUE SPACES.

      * A SHIPMENT LINE LEFT UNBILLED, WITH WHY
       01 W04-CARRIED-LINE.
           05  W04-CARRY-CUSTOMER          PIC X(6).
           05                              PIC X(4)  VALUE SPACES.
           05  W04-CARRY-ORDER             PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-CARRY-WAREHOUSE         PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-CARRY-PART-NAME         PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-CARRY-REASON            PIC X(38).
           05                              PIC X(16) VALUE SPACES.

       01 W05-ERR-MSGS.
           05 W05-NO-CUSTOMER-ERR          PIC X(38)
                   VALUE 'Held - customer not on file'.
           05 W05-NO-TAX-ERR               PIC X(38)
                   VALUE 'Held - no sales tax for province'.
           05 W05-BAD-WAREHOUSE-ERR        PIC X(38)
                   VALUE 'Held - warehouse unknown'.
           05 W05-QTY-ERR                  PIC X(38)
                   VALUE 'Held - quantity not numeric or 0'.
           05 W05-NO-PART-ERR              PIC X(38)
                   VALUE 'Held - part not on site master'.

      * THE PRINTED INVOICE - HEADER, ADDRESS BLOCK, LINES, TOTALS
       01 W06-INVOICE-LINES.
           05  W06-TITLE-LINE.
               10  PIC X(33) VALUE SPACES.
               10  PIC X(13) VALUE "SALES INVOICE".
               10  PIC X(34) VALUE SPACES.
           05  W06-NUMBER-LINE.
               10  PIC X(12) VALUE "Invoice No: ".
               10  W06-INVOICE-OUT         PIC 9(6).
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(14) VALUE "Invoice Date: ".
               10  W06-INVOICE-DATE-OUT    PIC X(8).
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(10) VALUE "Due Date: ".
               10  W06-DUE-DATE-OUT        PIC X(8).
               10  PIC X(14) VALUE SPACES.
           05  W06-ORDER-LINE.
               10  PIC X(12) VALUE "Order No:   ".
               10  W06-ORDER-OUT           PIC 9(6).
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(14) VALUE "Customer:     ".
               10  W06-CUSTOMER-OUT        PIC X(6).
               10  PIC X(6)  VALUE SPACES.
               10  PIC X(7)  VALUE "Terms: ".
               10  W06-TERMS-OUT           PIC ZZ9.
               10  PIC X(5)  VALUE " Days".
               10  PIC X(17) VALUE SPACES.
           05  W06-ADDRESS-HEADING.
               10  PIC X(8)  VALUE "Bill To:".
               10  PIC X(32) VALUE SPACES.
               10  PIC X(8)  VALUE "Ship To:".
               10  PIC X(32) VALUE SPACES.
           05  W06-ADDRESS-LINE.
               10  W06-BILL-OUT            PIC X(38).
               10  PIC X(2)  VALUE SPACES.
               10  W06-SHIP-OUT            PIC X(38).
               10  PIC X(2)  VALUE SPACES.
           05  W06-COLUMN-HEADINGS.
               10  PIC X(9)  VALUE "Warehouse".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(8)  VALUE "Quantity".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(10) VALUE "Unit Price".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(6)  VALUE "Amount".
               10  PIC X(10) VALUE SPACES.
           05  W06-DETAIL-LINE.
               10  W06-WAREHOUSE-OUT       PIC X(4).
               10  PIC X(7)  VALUE SPACES.
               10  W06-PART-OUT            PIC X(20).
               10  PIC X(5)  VALUE SPACES.
               10  W06-QTY-OUT             PIC ZZZZ9.
               10  PIC X(5)  VALUE SPACES.
               10  W06-PRICE-OUT           PIC Z,ZZ9.99.
               10  PIC X(3)  VALUE SPACES.
               10  W06-AMOUNT-OUT          PIC Z,ZZZ,ZZ9.99.
               10  PIC X(11) VALUE SPACES.
           05  W06-TOTAL-LINE.
               10  PIC X(45) VALUE SPACES.
               10  W06-TOTAL-LABEL         PIC X(12).
               10  W06-TOTAL-OUT           PIC Z,ZZZ,ZZ9.99.
               10  PIC X(11) VALUE SPACES.

      * ONE ADDRESS BLOCK LINE, BUILT UP FROM CITY, PROVINCE AND
      * POSTAL CODE
       01 W07-CITY-LINE.
           05  W07-CITY                    PIC X(10).
           05                              PIC X     VALUE SPACE.
           05  W07-PROV                    PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  W07-POSTCD                  PIC X(10).
           05                              PIC X(13) VALUE SPACES.

      * SALES TAX RATES BY PROVINCE, LOADED FROM THE "S" ROWS
       01 W08-SALES-TAX-TABLE.
           05  W08-TAX-ENTRY OCCURS 15 TIMES.
               10  W08-TAX-PROV            PIC X(2).
               10  W08-GST-RATE            PIC 9V9999.
               10  W08-HST-RATE            PIC 9V9999.
               10  W08-PST-RATE            PIC 9V9999.

       01 W09-TAX-COUNTERS.
           05  W09-TAX-COUNT               PIC 9(2)  VALUE ZERO.
           05  W09-TAX-SUB                 PIC 9(2)  VALUE ZERO.
           05  W09-TAX-FOUND-SUB           PIC 9(2)  VALUE ZERO.
           05  W09-TAX-DROPPED             PIC 9(3)  VALUE ZERO.
           05  W09-LOOKUP-PROV             PIC X(2)  VALUE SPACES.

      * THE ORDER IN HAND - CUSTOMER STANDING AND TAX PROVINCE ARE
      * SETTLED ONCE PER CUSTOMER, THE INVOICE OPENED AT THE FIRST
      * LINE THAT PRICES
       01 W12-ORDER-WORK.
           05  W12-ORDER-CUSTOMER      PIC X(6)     VALUE SPACES.
           05  W12-ORDER-NUMBER        PIC X(6)     VALUE SPACES.
           05  W12-LOADED-CUSTOMER     PIC X(6)     VALUE SPACES.
           05  W12-CUSTOMER-SWITCH     PIC X        VALUE "N".
               88  W12-CUSTOMER-FOUND          VALUE "Y".
               88  W12-CUSTOMER-NOT-FOUND      VALUE "N".
           05  W12-INVOICE-SWITCH      PIC X        VALUE "N".
               88  W12-INVOICE-OPEN            VALUE "Y".
           05  W12-CARRY-REASON        PIC X(38)    VALUE SPACES.
           05  W12-INVOICE-NUMBER      PIC 9(6)     VALUE ZERO.
           05  W12-DUE-DATE            PIC X(8)     VALUE SPACES.
           05  W12-LINE-AMOUNT         PIC 9(7)V99  VALUE ZERO.
           05  W12-SUBTOTAL            PIC 9(7)V99  VALUE ZERO.
           05  W12-GST-AMOUNT          PIC 9(7)V99  VALUE ZERO.
           05  W12-HST-AMOUNT          PIC 9(7)V99  VALUE ZERO.
           05  W12-PST-AMOUNT          PIC 9(7)V99  VALUE ZERO.
           05  W12-INVOICE-TOTAL       PIC 9(7)V99  VALUE ZERO.

       01 W13-NEXT-INVOICE-NUMBER      PIC 9(6)  VALUE 1.

      * THE SITE MASTER IN HAND - A WAREHOUSE CHANGE OPENS THE NEXT
      * SITE FILE
       01 W14-SITE-CONTROLS.
           05 W14-SITE-OPEN-SWITCH     PIC X     VALUE "N".
               88 W14-SITE-OPEN              VALUE "Y".
           05 W14-SITE-KNOWN-SWITCH    PIC X     VALUE "N".
               88 W14-SITE-KNOWN             VALUE "Y".

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W15-WAREHOUSE-TABLE.
           05 W15-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W15-SITE-CODE        PIC X(4).
               10 W15-SITE-FILE        PIC X(20).

       01 W16-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-CURRENT-WAREHOUSE-CODE   PIC X(4)  VALUE SPACES.

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * READ/INVOICED/CARRIED COUNTS FOR THE SHARED AUDIT LOG, AND
      * THE RUN'S BILLING TOTALS
       01 W30-RUN-COUNTS.
           05 W30-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W30-LINES-INVOICED   PIC 9(7)    VALUE ZERO.
           05 W30-LINES-CARRIED    PIC 9(7)    VALUE ZERO.
           05 W30-INVOICES-WRITTEN PIC 9(7)    VALUE ZERO.

       01 W32-RUN-TOTALS.
           05 W32-TOTAL-SUBTOTAL   PIC 9(9)V99 VALUE ZERO.
           05 W32-TOTAL-GST        PIC 9(9)V99 VALUE ZERO.
           05 W32-TOTAL-HST        PIC 9(9)V99 VALUE ZERO.
           05 W32-TOTAL-PST        PIC 9(9)V99 VALUE ZERO.
           05 W32-TOTAL-BILLED     PIC 9(9)V99 VALUE ZERO.

       01 W31-CONTROL-LINE.
           05  W31-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W31-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W33-AMOUNT-LINE.
           05  W33-AMOUNT-LABEL            PIC X(38).
           05  W33-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(48) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W10-FOOTER.
           05  W10-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "SalesInvoicing" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-LOAD-TAX-RATES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-SORT-SHIPMENTS
           PERFORM 300-INVOICE-SHIPMENTS
           PERFORM 500-WRITE-FOOTER
           PERFORM 520-REPLACE-SHIPMENT-FILE
           IF W30-LINES-CARRIED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY LOCKPRC.

           COPY DATEPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST2_INVENTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W34-INVENTORY-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
           MOVE "WH1"                  TO W15-SITE-CODE(1)
           MOVE W34-INVENTORY-FILE-NAME TO W15-SITE-FILE(1)
           MOVE "WH2"          TO W15-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W15-SITE-FILE(2)
           MOVE "WH3"          TO W15-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W15-SITE-FILE(3)

           OPEN OUTPUT F08-INVOICE-FILE
                       F09-PRINT-FILE
                       F10-CARRY-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "Invoices.out" TO ABEND-FILE-NAME
           MOVE W27-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "InvoiceRegister.out" TO ABEND-FILE-NAME
           MOVE W36-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "ShipmentsCarried.dat" TO ABEND-FILE-NAME
           MOVE W37-CARRY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F04-CUSTOMER-MASTER
           MOVE "CustomerMaster.dat" TO ABEND-FILE-NAME
           MOVE W23-CUSTOMER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F05-AR-ITEM-FILE
           IF W24-AR-ITEM-STATUS NOT = "05"
               MOVE "AROpenItems.dat" TO ABEND-FILE-NAME
               MOVE W24-AR-ITEM-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

      * RESUME THE INVOICE NUMBER SEQUENCE WHERE THE LAST RUN LEFT IT
           OPEN INPUT F07-NUMBER-FILE
           IF W26-NUMBER-STATUS = "00"
               READ F07-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F07-NEXT-INVOICE-NUMBER
                           TO W13-NEXT-INVOICE-NUMBER
               END-READ
           END-IF
           CLOSE F07-NUMBER-FILE
           .

      * PULL THE SALES TAX RATES IN BY PROVINCE BEFORE ANY LINE IS
      * BILLED
       150-LOAD-TAX-RATES.
           OPEN INPUT F06-TAXRATE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "TaxRates.dat" TO ABEND-FILE-NAME
           MOVE W25-TAXRATE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 160-READ-TAX-RATE
           PERFORM 170-STORE-TAX-RATE
               UNTIL W01-TAXRATE-EOF
           CLOSE F06-TAXRATE-FILE
           .

       160-READ-TAX-RATE.
           READ F06-TAXRATE-FILE
               AT END SET W01-TAXRATE-EOF TO TRUE
           END-READ
           .

       170-STORE-TAX-RATE.
           IF F06-RATE-TYPE = "S"
               PERFORM 175-FIND-OR-ADD-PROVINCE
               IF W09-TAX-FOUND-SUB > ZERO
                   EVALUATE F06-RATE-CODE
                       WHEN "G"
                           MOVE F06-RATE-VALUE
                               TO W08-GST-RATE(W09-TAX-FOUND-SUB)
                       WHEN "H"
                           MOVE F06-RATE-VALUE
                               TO W08-HST-RATE(W09-TAX-FOUND-SUB)
                       WHEN "P"
                           MOVE F06-RATE-VALUE
                               TO W08-PST-RATE(W09-TAX-FOUND-SUB)
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 160-READ-TAX-RATE
           .

      * FIND THE ROW'S PROVINCE IN THE TABLE, OPENING A FRESH SLOT
      * FOR A PROVINCE SEEN FOR THE FIRST TIME. A PROVINCE BEYOND
      * THE TABLE IS COUNTED ON THE REGISTER, AND ITS CUSTOMERS'
      * LINES ARE HELD RATHER THAN BILLED WITHOUT TAX
       175-FIND-OR-ADD-PROVINCE.
           MOVE F06-RATE-JURIS TO W09-LOOKUP-PROV
           PERFORM 325-FIND-TAX-PROVINCE

           IF W09-TAX-FOUND-SUB = ZERO AND W09-TAX-COUNT < 15
               ADD 1 TO W09-TAX-COUNT
               MOVE F06-RATE-JURIS TO W08-TAX-PROV(W09-TAX-COUNT)
               MOVE ZERO TO W08-GST-RATE(W09-TAX-COUNT)
               MOVE ZERO TO W08-HST-RATE(W09-TAX-COUNT)
               MOVE ZERO TO W08-PST-RATE(W09-TAX-COUNT)
               MOVE W09-TAX-COUNT TO W09-TAX-FOUND-SUB
           END-IF

           IF W09-TAX-FOUND-SUB = ZERO
               ADD 1 TO W09-TAX-DROPPED
           END-IF
           .

       200-WRITE-HEADINGS.
           WRITE F09-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F09-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F09-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

      * SORT THE SHIPMENT LINES BY CUSTOMER, ORDER, WAREHOUSE AND
      * PART SO EACH ORDER BILLS ON ONE INVOICE
       110-SORT-SHIPMENTS.
           OPEN INPUT F02-SHIPMENT-FILE
           IF W21-SHIPMENT-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "Shipments.dat" TO ABEND-FILE-NAME
               MOVE W21-SHIPMENT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           CLOSE F02-SHIPMENT-FILE

           SORT SD-SHIPMENT-FILE
               ON ASCENDING KEY SD-SHP-CUSTOMER
                                SD-SHP-ORDER-NUMBER
                                SD-SHP-WAREHOUSE
                                SD-SHP-PART-NAME
               WITH DUPLICATES IN ORDER
               USING F02-SHIPMENT-FILE
               GIVING F03-SHIPMENTS-SORTED
           .

      * ONE PASS OVER THE SORTED LINES - AN ORDER BREAK CLOSES THE
      * INVOICE IN HAND
       300-INVOICE-SHIPMENTS.
           OPEN INPUT F03-SHIPMENTS-SORTED
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ShipmentsSorted.dat" TO ABEND-FILE-NAME
           MOVE W22-SORTED-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-EOF-SWITCH
           MOVE SPACES TO W28-CURRENT-WAREHOUSE-CODE
           PERFORM 301-READ-SHIPMENT-LINE
           PERFORM 310-PROCESS-SHIPMENT-LINE
               UNTIL W01-END-OF-FILE
           IF W12-INVOICE-OPEN
               PERFORM 350-FINISH-INVOICE
           END-IF

           IF W14-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W14-SITE-OPEN-SWITCH
           END-IF
           CLOSE F03-SHIPMENTS-SORTED
           .

       301-READ-SHIPMENT-LINE.
           READ F03-SHIPMENTS-SORTED INTO F02-SHIPMENT-RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * A LINE IS BILLED ONLY WHEN THE CUSTOMER IS ON FILE WITH A
      * TAXABLE PROVINCE AND THE SHIPPING SITE CAN PRICE THE PART -
      * OTHERWISE IT IS LISTED AND CARRIED TO THE NEXT RUN
       310-PROCESS-SHIPMENT-LINE.
           ADD 1 TO W30-LINES-READ
           IF F02-SHP-CUSTOMER NOT = W12-ORDER-CUSTOMER
                   OR F02-SHP-ORDER-NUMBER NOT = W12-ORDER-NUMBER
               IF W12-INVOICE-OPEN
                   PERFORM 350-FINISH-INVOICE
               END-IF
               MOVE F02-SHP-CUSTOMER TO W12-ORDER-CUSTOMER
               MOVE F02-SHP-ORDER-NUMBER TO W12-ORDER-NUMBER
               IF F02-SHP-CUSTOMER NOT = W12-LOADED-CUSTOMER
                   PERFORM 320-LOAD-CUSTOMER
               END-IF
           END-IF

           MOVE SPACES TO W12-CARRY-REASON
           IF W12-CUSTOMER-NOT-FOUND
               MOVE W05-NO-CUSTOMER-ERR TO W12-CARRY-REASON
           ELSE
           IF W09-TAX-FOUND-SUB = ZERO
               MOVE W05-NO-TAX-ERR TO W12-CARRY-REASON
           ELSE
           IF F02-SHP-QUANTITY NOT NUMERIC
                   OR F02-SHP-QUANTITY = ZERO
               MOVE W05-QTY-ERR TO W12-CARRY-REASON
           ELSE
               PERFORM 330-PRICE-SHIPMENT-LINE
           END-IF
           END-IF
           END-IF

           IF W12-CARRY-REASON NOT = SPACES
               PERFORM 340-CARRY-SHIPMENT-LINE
           END-IF

           PERFORM 301-READ-SHIPMENT-LINE
           .

      * A NEW CUSTOMER'S ADDRESSES AND TERMS COME OFF THE MASTER AND
      * ITS SHIP-TO PROVINCE IS LOOKED UP IN THE TAX TABLE
       320-LOAD-CUSTOMER.
           MOVE F02-SHP-CUSTOMER TO W12-LOADED-CUSTOMER
           MOVE ZERO TO W09-TAX-FOUND-SUB
           SET W12-CUSTOMER-FOUND TO TRUE
           MOVE F02-SHP-CUSTOMER TO F04-CUST-NUMBER
           READ F04-CUSTOMER-MASTER
               INVALID KEY
                   SET W12-CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF W12-CUSTOMER-FOUND
               MOVE F04-SHIP-PROV TO W09-LOOKUP-PROV
               PERFORM 325-FIND-TAX-PROVINCE
           END-IF
           .

       325-FIND-TAX-PROVINCE.
           MOVE ZERO TO W09-TAX-FOUND-SUB
           PERFORM 326-MATCH-TAX-PROVINCE
               VARYING W09-TAX-SUB FROM 1 BY 1
               UNTIL W09-TAX-SUB > W09-TAX-COUNT
           .

       326-MATCH-TAX-PROVINCE.
           IF W08-TAX-PROV(W09-TAX-SUB) = W09-LOOKUP-PROV
               MOVE W09-TAX-SUB TO W09-TAX-FOUND-SUB
           END-IF
           .

      * PRICE THE LINE AT THE SHIPPING SITE'S PRICE AND PRINT IT ON
      * THE ORDER'S INVOICE, STARTING THE INVOICE IF THIS IS ITS
      * FIRST BILLABLE LINE
       330-PRICE-SHIPMENT-LINE.
           IF F02-SHP-WAREHOUSE NOT = W28-CURRENT-WAREHOUSE-CODE
               PERFORM 305-SWITCH-SITE-MASTER
           END-IF

           IF NOT W14-SITE-KNOWN
               MOVE W05-BAD-WAREHOUSE-ERR TO W12-CARRY-REASON
           ELSE
               MOVE F02-SHP-PART-NAME TO F01-PART-NAME
               READ F01-INVENTORY-FILE
                   INVALID KEY
                       MOVE W05-NO-PART-ERR TO W12-CARRY-REASON
               END-READ
           END-IF

           IF W12-CARRY-REASON = SPACES
               IF NOT W12-INVOICE-OPEN
                   PERFORM 335-START-INVOICE
               END-IF
               COMPUTE W12-LINE-AMOUNT ROUNDED =
                   F02-SHP-QUANTITY * F01-INVENTORY-PRICE
               ADD W12-LINE-AMOUNT TO W12-SUBTOTAL
               ADD 1 TO W30-LINES-INVOICED

               MOVE F02-SHP-WAREHOUSE TO W06-WAREHOUSE-OUT
               MOVE F02-SHP-PART-NAME TO W06-PART-OUT
               MOVE F02-SHP-QUANTITY TO W06-QTY-OUT
               MOVE F01-INVENTORY-PRICE TO W06-PRICE-OUT
               MOVE W12-LINE-AMOUNT TO W06-AMOUNT-OUT
               WRITE F08-INVOICE-RECORD FROM W06-DETAIL-LINE
               PERFORM 339-CHECK-INVOICE-WRITE
           END-IF
           .

       305-SWITCH-SITE-MASTER.
           IF W14-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W14-SITE-OPEN-SWITCH
           END-IF

           MOVE F02-SHP-WAREHOUSE TO W28-CURRENT-WAREHOUSE-CODE
           MOVE "N" TO W14-SITE-KNOWN-SWITCH
           PERFORM 306-MATCH-SITE-CODE
               VARYING W16-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W16-WAREHOUSE-IDX > 3

           IF W14-SITE-KNOWN
               OPEN INPUT F01-INVENTORY-FILE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
               MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W14-SITE-OPEN TO TRUE
           END-IF
           .

       306-MATCH-SITE-CODE.
           IF W15-SITE-CODE(W16-WAREHOUSE-IDX)
                   = W28-CURRENT-WAREHOUSE-CODE
               MOVE W15-SITE-FILE(W16-WAREHOUSE-IDX)
                   TO W29-CURRENT-WAREHOUSE-FILE
               SET W14-SITE-KNOWN TO TRUE
           END-IF
           .

      * TAKE THE NEXT INVOICE NUMBER, WORK OUT THE DUE DATE FROM THE
      * CUSTOMER'S TERMS, AND PRINT THE INVOICE HEADER ON A NEW PAGE
       335-START-INVOICE.
           SET W12-INVOICE-OPEN TO TRUE
           MOVE W13-NEXT-INVOICE-NUMBER TO W12-INVOICE-NUMBER
           ADD 1 TO W13-NEXT-INVOICE-NUMBER
           MOVE ZERO TO W12-SUBTOTAL

           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           IF F04-CUST-TERMS-DAYS IS NUMERIC
               ADD F04-CUST-TERMS-DAYS TO DATE-CONV-DAYS
           END-IF
           PERFORM 921-CONVERT-DAYS-TO-DATE
           MOVE DATE-CONV-YMD TO W12-DUE-DATE

           WRITE F08-INVOICE-RECORD FROM W06-TITLE-LINE
               AFTER ADVANCING PAGE
           PERFORM 339-CHECK-INVOICE-WRITE

           MOVE W12-INVOICE-NUMBER TO W06-INVOICE-OUT
           MOVE RC-BUSINESS-DATE TO W06-INVOICE-DATE-OUT
           MOVE W12-DUE-DATE TO W06-DUE-DATE-OUT
           WRITE F08-INVOICE-RECORD FROM W06-NUMBER-LINE
               AFTER ADVANCING 2 LINES
           MOVE F02-SHP-ORDER-NUMBER TO W06-ORDER-OUT
           MOVE F02-SHP-CUSTOMER TO W06-CUSTOMER-OUT
           MOVE F04-CUST-TERMS-DAYS TO W06-TERMS-OUT
           WRITE F08-INVOICE-RECORD FROM W06-ORDER-LINE

           WRITE F08-INVOICE-RECORD FROM W06-ADDRESS-HEADING
               AFTER ADVANCING 2 LINES
           MOVE F04-CUST-NAME TO W06-BILL-OUT
           MOVE F04-CUST-NAME TO W06-SHIP-OUT
           WRITE F08-INVOICE-RECORD FROM W06-ADDRESS-LINE
           MOVE F04-BILL-STREET TO W06-BILL-OUT
           MOVE F04-SHIP-STREET TO W06-SHIP-OUT
           WRITE F08-INVOICE-RECORD FROM W06-ADDRESS-LINE
           MOVE F04-BILL-CITY TO W07-CITY
           MOVE F04-BILL-PROV TO W07-PROV
           MOVE F04-BILL-POSTCD TO W07-POSTCD
           MOVE W07-CITY-LINE TO W06-BILL-OUT
           MOVE F04-SHIP-CITY TO W07-CITY
           MOVE F04-SHIP-PROV TO W07-PROV
           MOVE F04-SHIP-POSTCD TO W07-POSTCD
           MOVE W07-CITY-LINE TO W06-SHIP-OUT
           WRITE F08-INVOICE-RECORD FROM W06-ADDRESS-LINE

           WRITE F08-INVOICE-RECORD FROM W06-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           PERFORM 339-CHECK-INVOICE-WRITE
           .

       339-CHECK-INVOICE-WRITE.
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "Invoices.out" TO ABEND-FILE-NAME
           MOVE W27-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * AN UNBILLED LINE IS LISTED AND KEPT FOR THE NEXT RUN
       340-CARRY-SHIPMENT-LINE.
           ADD 1 TO W30-LINES-CARRIED
           WRITE F10-CARRY-RECORD FROM F02-SHIPMENT-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ShipmentsCarried.dat" TO ABEND-FILE-NAME
           MOVE W37-CARRY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE F02-SHP-CUSTOMER TO W04-CARRY-CUSTOMER
           MOVE F02-SHIPMENT-RECORD(7:6) TO W04-CARRY-ORDER
           MOVE F02-SHP-WAREHOUSE TO W04-CARRY-WAREHOUSE
           MOVE F02-SHP-PART-NAME TO W04-CARRY-PART-NAME
           MOVE W12-CARRY-REASON TO W04-CARRY-REASON
           WRITE F09-PRINT-RECORD FROM W04-CARRIED-LINE
           .

      * TAX THE ORDER BY THE SHIP-TO PROVINCE, PRINT THE TOTALS,
      * AND RAISE THE RECEIVABLE FOR THE FULL INVOICE AMOUNT
       350-FINISH-INVOICE.
           COMPUTE W12-GST-AMOUNT ROUNDED =
               W12-SUBTOTAL * W08-GST-RATE(W09-TAX-FOUND-SUB)
           COMPUTE W12-HST-AMOUNT ROUNDED =
               W12-SUBTOTAL * W08-HST-RATE(W09-TAX-FOUND-SUB)
           COMPUTE W12-PST-AMOUNT ROUNDED =
               W12-SUBTOTAL * W08-PST-RATE(W09-TAX-FOUND-SUB)
           COMPUTE W12-INVOICE-TOTAL = W12-SUBTOTAL
               + W12-GST-AMOUNT + W12-HST-AMOUNT + W12-PST-AMOUNT

           MOVE "Subtotal" TO W06-TOTAL-LABEL
           MOVE W12-SUBTOTAL TO W06-TOTAL-OUT
           WRITE F08-INVOICE-RECORD FROM W06-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF W12-GST-AMOUNT > ZERO
               MOVE "GST" TO W06-TOTAL-LABEL
               MOVE W12-GST-AMOUNT TO W06-TOTAL-OUT
               WRITE F08-INVOICE-RECORD FROM W06-TOTAL-LINE
           END-IF
           IF W12-HST-AMOUNT > ZERO
               MOVE "HST" TO W06-TOTAL-LABEL
               MOVE W12-HST-AMOUNT TO W06-TOTAL-OUT
               WRITE F08-INVOICE-RECORD FROM W06-TOTAL-LINE
           END-IF
           IF W12-PST-AMOUNT > ZERO
               MOVE "PST" TO W06-TOTAL-LABEL
               MOVE W12-PST-AMOUNT TO W06-TOTAL-OUT
               WRITE F08-INVOICE-RECORD FROM W06-TOTAL-LINE
           END-IF
           MOVE "Invoice Total" TO W06-TOTAL-LABEL
           MOVE W12-INVOICE-TOTAL TO W06-TOTAL-OUT
           WRITE F08-INVOICE-RECORD FROM W06-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 339-CHECK-INVOICE-WRITE

           MOVE W12-ORDER-CUSTOMER TO F05-AR-CUSTOMER
           MOVE W12-INVOICE-NUMBER TO F05-AR-INVOICE
           MOVE RC-BUSINESS-DATE TO F05-AR-INVOICE-DATE
           MOVE W12-DUE-DATE TO F05-AR-DUE-DATE
           MOVE W12-ORDER-NUMBER TO F05-AR-ORDER-NUMBER
           MOVE W12-INVOICE-TOTAL TO F05-AR-AMOUNT
           MOVE W12-INVOICE-TOTAL TO F05-AR-OPEN-AMOUNT
           SET F05-AR-OPEN TO TRUE
           WRITE F05-AR-ITEM-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "AROpenItems.dat" TO ABEND-FILE-NAME
           MOVE W24-AR-ITEM-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE W12-ORDER-CUSTOMER TO W03-CUSTOMER-OUT
           MOVE W12-ORDER-NUMBER TO W03-ORDER-OUT
           MOVE W12-INVOICE-NUMBER TO W03-INVOICE-OUT
           MOVE W12-SUBTOTAL TO W03-SUBTOTAL-OUT
           COMPUTE W03-TAX-OUT =
               W12-GST-AMOUNT + W12-HST-AMOUNT + W12-PST-AMOUNT
           MOVE W12-INVOICE-TOTAL TO W03-TOTAL-OUT
           MOVE W12-DUE-DATE TO W03-DUE-DATE-OUT
           WRITE F09-PRINT-RECORD FROM W03-REGISTER-LINE

           ADD 1 TO W30-INVOICES-WRITTEN
           ADD W12-SUBTOTAL TO W32-TOTAL-SUBTOTAL
           ADD W12-GST-AMOUNT TO W32-TOTAL-GST
           ADD W12-HST-AMOUNT TO W32-TOTAL-HST
           ADD W12-PST-AMOUNT TO W32-TOTAL-PST
           ADD W12-INVOICE-TOTAL TO W32-TOTAL-BILLED
           MOVE "N" TO W12-INVOICE-SWITCH
           .

       500-WRITE-FOOTER.
           MOVE "Shipment Lines Read" TO W31-CONTROL-LABEL
           MOVE W30-LINES-READ TO W31-CONTROL-COUNT
           WRITE F09-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Lines Invoiced" TO W31-CONTROL-LABEL
           MOVE W30-LINES-INVOICED TO W31-CONTROL-COUNT
           WRITE F09-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Carried To Next Run" TO W31-CONTROL-LABEL
           MOVE W30-LINES-CARRIED TO W31-CONTROL-COUNT
           WRITE F09-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Invoices Written" TO W31-CONTROL-LABEL
           MOVE W30-INVOICES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F09-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           IF W09-TAX-DROPPED > ZERO
               MOVE "Tax Rows Beyond Province Table"
                   TO W31-CONTROL-LABEL
               MOVE W09-TAX-DROPPED TO W31-CONTROL-COUNT
               WRITE F09-PRINT-RECORD FROM W31-CONTROL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE "Goods Billed" TO W33-AMOUNT-LABEL
           MOVE W32-TOTAL-SUBTOTAL TO W33-AMOUNT-OUT
           WRITE F09-PRINT-RECORD FROM W33-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "GST Billed" TO W33-AMOUNT-LABEL
           MOVE W32-TOTAL-GST TO W33-AMOUNT-OUT
           WRITE F09-PRINT-RECORD FROM W33-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "HST Billed" TO W33-AMOUNT-LABEL
           MOVE W32-TOTAL-HST TO W33-AMOUNT-OUT
           WRITE F09-PRINT-RECORD FROM W33-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PST Billed" TO W33-AMOUNT-LABEL
           MOVE W32-TOTAL-PST TO W33-AMOUNT-OUT
           WRITE F09-PRINT-RECORD FROM W33-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Receivables Raised" TO W33-AMOUNT-LABEL
           MOVE W32-TOTAL-BILLED TO W33-AMOUNT-OUT
           WRITE F09-PRINT-RECORD FROM W33-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F09-PRINT-RECORD FROM W10-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * EMPTY THE SHIPMENT FILE NOW IT IS BILLED, PUTTING BACK ONLY
      * THE LINES CARRIED TO THE NEXT RUN
       520-REPLACE-SHIPMENT-FILE.
           CLOSE F10-CARRY-FILE
           OPEN INPUT F10-CARRY-FILE
           OPEN OUTPUT F02-SHIPMENT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "Shipments.dat" TO ABEND-FILE-NAME
           MOVE W21-SHIPMENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-CARRY-EOF-SWITCH
           PERFORM 521-COPY-CARRIED-LINE
               UNTIL W01-CARRY-EOF

           CLOSE F02-SHIPMENT-FILE
           .

       521-COPY-CARRIED-LINE.
           READ F10-CARRY-FILE
               AT END
                   SET W01-CARRY-EOF TO TRUE
               NOT AT END
                   WRITE F02-SHIPMENT-RECORD FROM F10-CARRY-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE "Shipments.dat" TO ABEND-FILE-NAME
                   MOVE W21-SHIPMENT-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
           END-READ
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "SalesInvoicing"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-LINES-READ        TO AUDIT-RECORDS-READ
           MOVE W30-LINES-INVOICED    TO AUDIT-RECORDS-WRITTEN
           MOVE W30-LINES-CARRIED     TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

      * CARRY THE NEXT INVOICE NUMBER FORWARD TO THE NEXT RUN
       600-CLOSE-FILES.
           OPEN OUTPUT F07-NUMBER-FILE
           MOVE W13-NEXT-INVOICE-NUMBER TO F07-NEXT-INVOICE-NUMBER
           WRITE F07-NUMBER-RECORD
           CLOSE F07-NUMBER-FILE

           CLOSE F04-CUSTOMER-MASTER
                 F05-AR-ITEM-FILE
                 F08-INVOICE-FILE
                 F09-PRINT-FILE
                 F10-CARRY-FILE
           .
