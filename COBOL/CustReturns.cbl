       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustReturns.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * POSTS CUSTOMER RETURN AUTHORIZATIONS AGAINST THE WAREHOUSE
      * SITE MASTERS. A RESALEABLE RETURN GOES BACK ON THE SHELF AS
      * ITS OWN MOVEMENT - ADDED TO F01-INVENTORY-RETURNED, SO THE
      * SHIPMENT HISTORY IS LEFT EXACTLY AS IT SHIPPED - WITH A COST
      * LAYER AT THE COST THE UNITS LEFT THE SHELF AT AND THE
      * MATCHING INVENTORY LEDGER ENTRY. A SCRAPPED RETURN NEVER
      * REACHES STOCK AND IS LISTED ON THE WRITE-OFF REPORT AT THE
      * SAME COST
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-INVENTORY-STATUS.

           SELECT F02-RETURN-FILE
               ASSIGN TO DYNAMIC W11-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-RETURN-STATUS.

           SELECT F03-PRINT-FILE ASSIGN TO 'ReturnRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PRINT-STATUS.

           SELECT F04-WRITE-OFF-FILE ASSIGN TO 'ReturnWriteOff.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-WRITE-OFF-STATUS.

      * RETURNED STOCK'S COST LAYERS, APPENDED IN THE SAME SHAPE AND
      * ORDER AS RECEIVING'S. OPENED AROUND EACH WRITE SO THE NEXT
      * RETURN'S COSTING READS THE LAYERS ALREADY ADDED THIS RUN
           SELECT F05-LAYER-FILE ASSIGN TO 'CostLayers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-LAYER-STATUS.

      * THE RETURNS RE-SORTED BY WAREHOUSE SO EACH SITE MASTER IS
      * OPENED ONCE AND ITS RETURNS POSTED TOGETHER
           SELECT F06-RETURNS-SORTED ASSIGN TO 'ReturnsSorted.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-SORTED-STATUS.

           SELECT SD-RETURN-FILE ASSIGN TO 'SORTWORK.TMP'.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED INVENTORY LEDGER BATCH - A RESALEABLE RETURN MOVES
      * ITS COST BACK FROM COST OF GOODS SOLD INTO INVENTORY AT THE
      * RETURNING SITE
           COPY INVGLSEL.

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

      * ONE RETURN AUTHORIZATION LINE PER RECORD, AS KEYED FROM THE
      * RMA - REASON DA DAMAGED, DE DEFECTIVE, WI WRONG ITEM, NR NO
      * LONGER REQUIRED, OT OTHER; DISPOSITION R RESALEABLE OR
      * S SCRAP
       FD  F02-RETURN-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F02-RETURN-RECORD.
       01  F02-RETURN-RECORD.
           05  F02-RMA-NUMBER          PIC X(8).
           05  F02-RMA-WAREHOUSE       PIC X(4).
           05  F02-RMA-PART-NAME       PIC X(20).
           05  F02-RMA-QUANTITY        PIC 9(5).
           05  F02-RMA-QUANTITY-X
                   REDEFINES F02-RMA-QUANTITY PIC X(5).
           05  F02-RMA-REASON          PIC X(2).
               88  F02-RMA-REASON-VALID
                       VALUE "DA" "DE" "WI" "NR" "OT".
           05  F02-RMA-DISPOSITION     PIC X.
               88  F02-RMA-RESALEABLE        VALUE "R".
               88  F02-RMA-SCRAP             VALUE "S".

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD            PIC X(100).

       FD  F04-WRITE-OFF-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F04-WRITE-OFF-RECORD.
       01  F04-WRITE-OFF-RECORD        PIC X(100).

       FD  F05-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F05-LAYER-RECORD.

       01 F05-LAYER-RECORD.
           05  F05-LAYER-WAREHOUSE     PIC X(4).
           05  F05-LAYER-PART-NAME     PIC X(20).
           05  F05-LAYER-DATE          PIC X(8).
           05  F05-LAYER-QUANTITY      PIC 9(5).
           05  F05-LAYER-UNIT-COST     PIC 9999V99.

       FD  F06-RETURNS-SORTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F06-SORTED-RECORD.
       01  F06-SORTED-RECORD           PIC X(40).

       SD  SD-RETURN-FILE
           DATA RECORD IS SD-RETURN-RECORD.
       01  SD-RETURN-RECORD.
           05                          PIC X(8).
           05  SD-RMA-WAREHOUSE        PIC X(4).
           05                          PIC X(28).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY LOCKREC.

           COPY INVGLREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY INVGLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INVENTORY-STATUS     PIC XX VALUE SPACES.
       01 W21-RETURN-STATUS        PIC XX VALUE SPACES.
       01 W22-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W23-WRITE-OFF-STATUS     PIC XX VALUE SPACES.
       01 W24-LAYER-STATUS         PIC XX VALUE SPACES.
       01 W25-SORTED-STATUS        PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(24) VALUE "Customer Return Register".
           05  W02-WRITE-OFF-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(26) VALUE "Scrapped Returns Write-Off".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(8)  VALUE "RMA".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Whse".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(5)  VALUE "  Qty".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(3)  VALUE "Rsn".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(5)  VALUE "Disp".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(8)  VALUE "Unit Cst".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(10) VALUE "     Value".

       01 W03-RETURN-LINE.
           05  W03-RMA-OUT                 PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-WAREHOUSE-OUT           PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-PART-OUT                PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-QUANTITY-OUT            PIC ZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(2).
           05                              PIC X(4)  VALUE SPACES.
           05  W03-DISPOSITION-OUT         PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-UNIT-COST-OUT           PIC Z,ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-VALUE-OUT               PIC ZZZ,ZZ9.99.
           05                              PIC X(18) VALUE SPACES.

       01 W05-BAD-LINE.
           05  W05-BAD-RMA                 PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-BAD-WAREHOUSE           PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W05-BAD-PART-NAME           PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-BAD-REASON              PIC X(38).
           05                              PIC X(23) VALUE SPACES.

       01 W06-ERR-MSGS.
           05 W06-QTY-ERR                  PIC X(38)
                   VALUE '*** Quantity not numeric or zero'.
           05 W06-BAD-WAREHOUSE-ERR        PIC X(38)
                   VALUE '*** Warehouse unknown'.
           05 W06-NOT-FOUND-ERR            PIC X(38)
                   VALUE '*** Part not on site master'.
           05 W06-REASON-ERR               PIC X(38)
                   VALUE '*** Reason must be DA DE WI NR or OT'.
           05 W06-DISPOSITION-ERR          PIC X(38)
                   VALUE '*** Disposition must be R or S'.
           05 W06-OVERFLOW-ERR             PIC X(38)
                   VALUE '*** Returned total would pass 999'.

      * THE SITE MASTER IN HAND FOR THE SORTED RETURN PASS - A
      * WAREHOUSE CONTROL BREAK OPENS THE NEXT SITE FILE
       01 W07-SITE-CONTROLS.
           05 W07-SITE-OPEN-SWITCH     PIC X     VALUE "N".
               88 W07-SITE-OPEN              VALUE "Y".
           05 W07-SITE-KNOWN-SWITCH    PIC X     VALUE "N".
               88 W07-SITE-KNOWN             VALUE "Y".

      * RETURN COSTING WORK - THE UNITS COMING BACK ARE THE ONES
      * THAT LAST LEFT THE SHELF, COSTED AS ONE UNIT COST SO THE
      * NEW LAYER AND THE LEDGER ENTRY CARRY EXACTLY THE SAME VALUE
       01 W10-RETURN-WORK.
           05  W10-ON-HAND             PIC S9(5)   VALUE ZERO.
           05  W10-UNIT-COST           PIC 9999V99 VALUE ZERO.
           05  W10-RETURN-VALUE        PIC 9(7)V99 VALUE ZERO.
           05  W10-PART-FOUND-SWITCH   PIC X       VALUE SPACES.
               88  W10-PART-FOUND                  VALUE "Y".
               88  W10-PART-NOT-FOUND              VALUE "N".

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W26-WAREHOUSE-TABLE.
           05 W26-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W26-SITE-CODE        PIC X(4).
               10 W26-SITE-FILE        PIC X(20).

       01 W27-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-CURRENT-WAREHOUSE-CODE   PIC X(4)  VALUE SPACES.

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * READ/RESTOCKED/SCRAPPED/REJECTED COUNTS FOR THE AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W30-LINES-RESTOCKED  PIC 9(7)    VALUE ZERO.
           05 W30-LINES-SCRAPPED   PIC 9(7)    VALUE ZERO.
           05 W30-LINES-REJECTED   PIC 9(7)    VALUE ZERO.
           05 W30-RESTOCKED-VALUE  PIC 9(9)V99 VALUE ZERO.
           05 W30-SCRAPPED-VALUE   PIC 9(9)V99 VALUE ZERO.

       01 W31-CONTROL-LINE.
           05  W31-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W31-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W32-AMOUNT-LINE.
           05  W32-AMOUNT-LABEL            PIC X(38).
           05  W32-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(48) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-RETURN-FILE-NAME     PIC X(20)   VALUE "ReturnAuth.dat".
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "CustReturns" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-SORT-RETURN-LINES
           PERFORM 150-POST-RETURNS
           PERFORM 500-WRITE-FOOTER
           IF W30-LINES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY INVGLPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "RMA_TRANS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-RETURN-FILE-NAME
           END-IF

           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST2_INVENTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
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
      * OPENED - THE THREE SITE MASTERS AND THE LAYER AND LEDGER
      * FILES - SO A FAILED RUN CAN BE PUT BACK AND RERUN FROM THE TOP
      * (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "CostLayers.dat" TO SNAP-ADD-NAME
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
                OUTPUT F04-WRITE-OFF-FILE

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ReturnRegister.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "ReturnWriteOff.out" TO ABEND-FILE-NAME
           MOVE W23-WRITE-OFF-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 960-OPEN-INVENTORY-GL
           .

       200-WRITE-HEADINGS.
           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE

           WRITE F04-WRITE-OFF-RECORD FROM W02-WRITE-OFF-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F04-WRITE-OFF-RECORD FROM RC-HEADING-LINE
           WRITE F04-WRITE-OFF-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

      * SORT THE RETURNS BY WAREHOUSE, KEEPING KEYED ORDER WITHIN A
      * SITE SO TWO RETURNS OF ONE PART COST IN THE ORDER THEY CAME
       110-SORT-RETURN-LINES.
           OPEN INPUT F02-RETURN-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-RETURN-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-RETURN-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           CLOSE F02-RETURN-FILE

           SORT SD-RETURN-FILE
               ON ASCENDING KEY SD-RMA-WAREHOUSE
               WITH DUPLICATES IN ORDER
               USING F02-RETURN-FILE
               GIVING F06-RETURNS-SORTED
           .

      * ONE PASS OVER THE SORTED RETURNS - A WAREHOUSE CONTROL
      * BREAK SWITCHES SITE MASTERS
       150-POST-RETURNS.
           OPEN INPUT F06-RETURNS-SORTED
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ReturnsSorted.dat" TO ABEND-FILE-NAME
           MOVE W25-SORTED-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-EOF-SWITCH
           MOVE SPACES TO W28-CURRENT-WAREHOUSE-CODE
           PERFORM 111-READ-RETURN-LINE
           PERFORM 300-PROCESS-RETURN-LINE
               UNTIL W01-END-OF-FILE

           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W07-SITE-OPEN-SWITCH
           END-IF
           CLOSE F06-RETURNS-SORTED
           .

       111-READ-RETURN-LINE.
           READ F06-RETURNS-SORTED INTO F02-RETURN-RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY RETURN LINE IS EITHER POSTED OR LISTED WITH ITS
      * REASON, SO NONE VANISHES WITHOUT A TRACE
       300-PROCESS-RETURN-LINE.
           ADD 1 TO W30-LINES-READ
           IF F02-RMA-WAREHOUSE NOT = W28-CURRENT-WAREHOUSE-CODE
               PERFORM 305-SWITCH-SITE-MASTER
           END-IF

           IF NOT W07-SITE-KNOWN
               MOVE W06-BAD-WAREHOUSE-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F02-RMA-QUANTITY NOT NUMERIC
                   OR F02-RMA-QUANTITY = ZERO
               MOVE W06-QTY-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT F02-RMA-REASON-VALID
               MOVE W06-REASON-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT F02-RMA-RESALEABLE AND NOT F02-RMA-SCRAP
               MOVE W06-DISPOSITION-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 310-POST-RETURN-LINE
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 111-READ-RETURN-LINE
           .

       305-SWITCH-SITE-MASTER.
           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W07-SITE-OPEN-SWITCH
           END-IF

           MOVE F02-RMA-WAREHOUSE TO W28-CURRENT-WAREHOUSE-CODE
           MOVE "N" TO W07-SITE-KNOWN-SWITCH
           PERFORM 306-MATCH-SITE-CODE
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3

           IF W07-SITE-KNOWN
               OPEN I-O F01-INVENTORY-FILE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
               MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W07-SITE-OPEN TO TRUE
           END-IF
           .

       306-MATCH-SITE-CODE.
           IF W26-SITE-CODE(W27-WAREHOUSE-IDX)
                   = W28-CURRENT-WAREHOUSE-CODE
               MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX)
                   TO W29-CURRENT-WAREHOUSE-FILE
               SET W07-SITE-KNOWN TO TRUE
           END-IF
           .

      * THE PART MUST BE ON THE SITE MASTER EITHER WAY, SINCE ITS
      * LAYERS AND RECORD PRICE COST THE RETURN; ONLY A RESALEABLE
      * RETURN CAN OVERFLOW THE THREE-DIGIT RETURNED FIELD
       310-POST-RETURN-LINE.
           SET W10-PART-FOUND TO TRUE
           MOVE F02-RMA-PART-NAME TO F01-PART-NAME
           READ F01-INVENTORY-FILE
               INVALID KEY SET W10-PART-NOT-FOUND TO TRUE
           END-READ

           IF W10-PART-NOT-FOUND
               MOVE W06-NOT-FOUND-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F02-RMA-RESALEABLE
                   AND F01-INVENTORY-RETURNED + F02-RMA-QUANTITY
                       > 999
               MOVE W06-OVERFLOW-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 320-COST-RETURN
               IF F02-RMA-RESALEABLE
                   PERFORM 330-RESTOCK-RETURN
               ELSE
                   PERFORM 340-SCRAP-RETURN
               END-IF
           END-IF
           END-IF
           .

      * THE UNITS COMING BACK ARE THE ONES SHIPPED MOST RECENTLY -
      * AT FIFO, THE UNITS JUST BEYOND TODAY'S ON-HAND - SO THEY ARE
      * COSTED AS IF ON-HAND WERE RAISED BY THE RETURN QUANTITY. THE
      * VALUE IS RE-STATED AS WHOLE-CENT UNIT COST TIMES QUANTITY SO
      * THE LAYER AND THE LEDGER ENTRY AGREE TO THE CENT
       320-COST-RETURN.
           COMPUTE W10-ON-HAND =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           IF W10-ON-HAND < ZERO
               MOVE ZERO TO W10-ON-HAND
           END-IF
           MOVE W10-ON-HAND TO IGL-LOW-ON-HAND
           COMPUTE IGL-HIGH-ON-HAND = W10-ON-HAND + F02-RMA-QUANTITY
           MOVE F02-RMA-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F02-RMA-PART-NAME TO IGL-PART-NAME
           MOVE F01-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE

           COMPUTE W10-UNIT-COST ROUNDED =
               IGL-ENTRY-AMOUNT / F02-RMA-QUANTITY
           COMPUTE W10-RETURN-VALUE =
               W10-UNIT-COST * F02-RMA-QUANTITY
           .

      * BACK ON THE SHELF AS A RETURN, NOT AS NEGATIVE SHIPMENTS:
      * THE NEW LAYER IS THE NEWEST STOCK, SO THE VALUATION RISES BY
      * EXACTLY THE LAYER'S VALUE, AND THE LEDGER FOLLOWS IT
       330-RESTOCK-RETURN.
           OPEN EXTEND F05-LAYER-FILE
           IF W24-LAYER-STATUS = "35"
               OPEN OUTPUT F05-LAYER-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CostLayers.dat" TO ABEND-FILE-NAME
           MOVE W24-LAYER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE F02-RMA-WAREHOUSE TO F05-LAYER-WAREHOUSE
           MOVE F02-RMA-PART-NAME TO F05-LAYER-PART-NAME
           MOVE RC-BUSINESS-DATE TO F05-LAYER-DATE
           MOVE F02-RMA-QUANTITY TO F05-LAYER-QUANTITY
           MOVE W10-UNIT-COST TO F05-LAYER-UNIT-COST
           WRITE F05-LAYER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CostLayers.dat" TO ABEND-FILE-NAME
           MOVE W24-LAYER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           CLOSE F05-LAYER-FILE

           ADD F02-RMA-QUANTITY TO F01-INVENTORY-RETURNED
           REWRITE F01-INVENTORY-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE W10-RETURN-VALUE TO IGL-ENTRY-AMOUNT
           MOVE IGL-INVENTORY-BASE TO IGL-DEBIT-BASE
           MOVE IGL-COGS-BASE TO IGL-CREDIT-BASE
           MOVE "RETURN" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY

           ADD 1 TO W30-LINES-RESTOCKED
           ADD W10-RETURN-VALUE TO W30-RESTOCKED-VALUE
           MOVE "Stock" TO W03-DISPOSITION-OUT
           PERFORM 380-WRITE-RETURN-LINE
           .

      * SCRAP NEVER COMES BACK INTO STOCK - ITS COST STAYS IN COST
      * OF GOODS SOLD, AND THE WRITE-OFF LISTING CARRIES WHAT IT WAS
      * WORTH WHEN IT SHIPPED
       340-SCRAP-RETURN.
           ADD 1 TO W30-LINES-SCRAPPED
           ADD W10-RETURN-VALUE TO W30-SCRAPPED-VALUE
           MOVE "Scrap" TO W03-DISPOSITION-OUT
           PERFORM 380-WRITE-RETURN-LINE

           WRITE F04-WRITE-OFF-RECORD FROM W03-RETURN-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ReturnWriteOff.out" TO ABEND-FILE-NAME
           MOVE W23-WRITE-OFF-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       380-WRITE-RETURN-LINE.
           MOVE F02-RMA-NUMBER TO W03-RMA-OUT
           MOVE F02-RMA-WAREHOUSE TO W03-WAREHOUSE-OUT
           MOVE F02-RMA-PART-NAME TO W03-PART-OUT
           MOVE F02-RMA-QUANTITY TO W03-QUANTITY-OUT
           MOVE F02-RMA-REASON TO W03-REASON-OUT
           MOVE W10-UNIT-COST TO W03-UNIT-COST-OUT
           MOVE W10-RETURN-VALUE TO W03-VALUE-OUT

           WRITE F03-PRINT-RECORD FROM W03-RETURN-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ReturnRegister.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       390-WRITE-REJECT-LINE.
           MOVE F02-RMA-NUMBER TO W05-BAD-RMA
           MOVE F02-RMA-WAREHOUSE TO W05-BAD-WAREHOUSE
           MOVE F02-RMA-PART-NAME TO W05-BAD-PART-NAME
           WRITE F03-PRINT-RECORD FROM W05-BAD-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ReturnRegister.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W30-LINES-REJECTED
           .

       500-WRITE-FOOTER.
           MOVE "Return Lines Read" TO W31-CONTROL-LABEL
           MOVE W30-LINES-READ TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Lines Returned To Stock" TO W31-CONTROL-LABEL
           MOVE W30-LINES-RESTOCKED TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Scrapped" TO W31-CONTROL-LABEL
           MOVE W30-LINES-SCRAPPED TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Rejected" TO W31-CONTROL-LABEL
           MOVE W30-LINES-REJECTED TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Inventory Ledger Lines Written" TO W31-CONTROL-LABEL
           MOVE IGL-LINES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value Returned To Stock" TO W32-AMOUNT-LABEL
           MOVE W30-RESTOCKED-VALUE TO W32-AMOUNT-OUT
           WRITE F03-PRINT-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value Scrapped" TO W32-AMOUNT-LABEL
           MOVE W30-SCRAPPED-VALUE TO W32-AMOUNT-OUT
           WRITE F03-PRINT-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           MOVE "Lines Written Off" TO W31-CONTROL-LABEL
           MOVE W30-LINES-SCRAPPED TO W31-CONTROL-COUNT
           WRITE F04-WRITE-OFF-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Total Written Off" TO W32-AMOUNT-LABEL
           MOVE W30-SCRAPPED-VALUE TO W32-AMOUNT-OUT
           WRITE F04-WRITE-OFF-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F04-WRITE-OFF-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "CustReturns"         TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-LINES-READ        TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W30-LINES-RESTOCKED + W30-LINES-SCRAPPED
           MOVE W30-LINES-REJECTED    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F03-PRINT-FILE
                 F04-WRITE-OFF-FILE
           PERFORM 968-CLOSE-INVENTORY-GL
           .
