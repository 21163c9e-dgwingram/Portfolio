       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssemblyOrders.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * COMPLETES ASSEMBLY WORK ORDERS AGAINST THE SITE MASTERS. EACH
      * ORDER BUILDS A QUANTITY OF ONE ASSEMBLED PART AT ONE SITE
      * FROM THE COMPONENTS ITS BILL OF MATERIALS LISTS. AN ORDER
      * ANY COMPONENT IS SHORT FOR IS REFUSED WHOLE, WITH EVERY SHORT
      * COMPONENT LISTED UNDER IT. A COMPLETED ORDER TAKES THE
      * COMPONENTS OFF THE SHELF AS CONSUMED AT THEIR FIFO LAYER
      * COST, PUTS THE ASSEMBLED PART ON THE SHELF AS ASSEMBLED WITH
      * A COST LAYER WORTH EXACTLY WHAT WAS CONSUMED, AND PASSES THE
      * VALUE THROUGH THE SITE'S ASSEMBLY WORK-IN-PROCESS ACCOUNT
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-INVENTORY-STATUS.

           SELECT F02-ORDER-FILE
               ASSIGN TO DYNAMIC W11-ORDER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-ORDER-STATUS.

      * OPTIONAL SO A RUN BEFORE ANY BILL IS SET UP SIMPLY REFUSES
      * ITS ORDERS. READ BY PARENT - A START ON THE PARENT FOLLOWED
      * BY READ NEXT RETURNS ITS COMPONENTS
           SELECT OPTIONAL F03-BOM-MASTER
               ASSIGN TO DYNAMIC W12-BOM-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F03-BOM-KEY
               FILE STATUS IS W22-BOM-STATUS.

      * ASSEMBLED PARTS' COST LAYERS, APPENDED IN THE SAME SHAPE
      * AND ORDER AS RECEIVING'S. OPENED AROUND EACH ORDER SO THE
      * NEXT ORDER'S COSTING READS THE LAYERS ALREADY ADDED
           SELECT F04-LAYER-FILE ASSIGN TO 'CostLayers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-LAYER-STATUS.

           SELECT F05-PRINT-FILE ASSIGN TO 'AssemblyRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT MUST NOT OVERLAP ANY OTHER UPDATE RUN
           COPY LOCKSEL.

      * SHARED INVENTORY LEDGER BATCH AND COST LAYERS
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

      * ONE WORK ORDER PER RECORD - BUILD THE QUANTITY OF THE PART
      * AT THE WAREHOUSE
       FD  F02-ORDER-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS F02-ORDER-RECORD.
       01  F02-ORDER-RECORD.
           05  F02-WO-NUMBER           PIC X(8).
           05  F02-WO-WAREHOUSE        PIC X(4).
           05  F02-WO-PART-NAME        PIC X(20).
           05  F02-WO-QUANTITY         PIC 9(5).
           05  F02-WO-QUANTITY-X
                   REDEFINES F02-WO-QUANTITY PIC X(5).

       FD  F03-BOM-MASTER
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F03-BOM-RECORD.

           COPY BOMREC REPLACING LEADING ==T01== BY ==F03==.

       FD  F04-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F04-LAYER-RECORD.

       01 F04-LAYER-RECORD.
           05  F04-LAYER-WAREHOUSE     PIC X(4).
           05  F04-LAYER-PART-NAME     PIC X(20).
           05  F04-LAYER-DATE          PIC X(8).
           05  F04-LAYER-QUANTITY      PIC 9(5).
           05  F04-LAYER-UNIT-COST     PIC 9999V99.

       FD  F05-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F05-PRINT-RECORD.
       01  F05-PRINT-RECORD            PIC X(100).

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
       01 W21-ORDER-STATUS         PIC XX VALUE SPACES.
       01 W22-BOM-STATUS           PIC XX VALUE SPACES.
       01 W23-LAYER-STATUS         PIC XX VALUE SPACES.
       01 W24-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-BOM-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-BOM-EOF               VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(28) VALUE "Assembly Work Order Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(8)  VALUE "Order".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Site".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(5)  VALUE "  Qty".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(14) VALUE "          Cost".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Result".
           05  W02-DETAIL-HEADINGS.
               10  PIC X(10) VALUE SPACES.
               10  PIC X(9)  VALUE "Component".
               10  PIC X(11) VALUE SPACES.
               10  PIC X(7)  VALUE " Needed".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "OnHand".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(14) VALUE "          Cost".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Note".

       01 W03-ORDER-LINE.
           05  W03-NUMBER-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-SITE-OUT                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PART-OUT                PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-QUANTITY-OUT            PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-COST-OUT                PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(38).
           05                              PIC X(1)  VALUE SPACES.

      * ONE COMPONENT OF THE ORDER ABOVE IT - EVERY COMPONENT OF A
      * COMPLETED ORDER, ONLY THE SHORT ONES OF A REFUSED ONE
       01 W04-COMPONENT-LINE.
           05                              PIC X(10) VALUE SPACES.
           05  W04-COMPONENT-OUT           PIC X(20).
           05  W04-NEEDED-OUT              PIC ZZZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-ON-HAND-OUT             PIC -ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-COST-OUT                PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-NOTE-OUT                PIC X(30).
           05                              PIC X(7)  VALUE SPACES.

       01 W06-ERR-MSGS.
           05 W06-QUANTITY-ERR             PIC X(38)
                   VALUE '*** Quantity not numeric or zero'.
           05 W06-BAD-WAREHOUSE-ERR        PIC X(38)
                   VALUE '*** Warehouse unknown'.
           05 W06-PART-ERR                 PIC X(38)
                   VALUE '*** Part not on site master'.
           05 W06-ASSEMBLED-OVERFLOW-ERR   PIC X(38)
                   VALUE '*** Assembled total would pass 999'.
           05 W06-NO-BILL-ERR              PIC X(38)
                   VALUE '*** No bill of materials for part'.
           05 W06-BILL-SIZE-ERR            PIC X(38)
                   VALUE '*** Bill has more than 20 components'.
           05 W06-SHORT-ERR                PIC X(38)
                   VALUE '*** Components short - order refused'.
           05 W06-COMP-MISSING-NOTE        PIC X(30)
                   VALUE '*** Not on site master'.
           05 W06-COMP-SHORT-NOTE          PIC X(30)
                   VALUE '*** Short'.
           05 W06-COMP-OVERFLOW-NOTE       PIC X(30)
                   VALUE '*** Consumed would pass 999'.
           05 W06-COMP-CONSUMED-NOTE       PIC X(30)
                   VALUE 'Consumed'.

      * THE SITE MASTER IN HAND - SWITCHED WHENEVER AN ORDER
      * BELONGS TO A DIFFERENT SITE
       01 W07-SITE-CONTROLS.
           05 W07-SITE-OPEN-SWITCH     PIC X     VALUE "N".
               88 W07-SITE-OPEN              VALUE "Y".
           05 W07-SITE-KNOWN-SWITCH    PIC X     VALUE "N".
               88 W07-SITE-KNOWN             VALUE "Y".

      * ORDER WORK - THE CONSUMED COST OF THE ORDER, AND THE UNIT
      * COST(S) THE ASSEMBLED PART'S LAYER IS WRITTEN AT
       01 W10-ORDER-WORK.
           05  W10-ON-HAND             PIC S9(5)   VALUE ZERO.
           05  W10-ORDER-COST          PIC 9(7)V99 VALUE ZERO.
           05  W10-UNIT-COST           PIC 9999V99 VALUE ZERO.
           05  W10-LAYER-UNITS         PIC 9(5)    VALUE ZERO.
           05  W10-LAYER-COST          PIC 9999V99 VALUE ZERO.
           05  W10-PART-FOUND-SWITCH   PIC X       VALUE SPACES.
               88  W10-PART-FOUND                  VALUE "Y".
               88  W10-PART-NOT-FOUND              VALUE "N".
           05  W10-BILL-SIZE-SWITCH    PIC X       VALUE SPACES.
               88  W10-BILL-TOO-BIG                VALUE "Y".
           05  W10-SHORT-SWITCH        PIC X       VALUE SPACES.
               88  W10-ORDER-SHORT                 VALUE "Y".

      * THE ORDER'S BILL OF MATERIALS, LOADED FROM THE BOM MASTER -
      * WHAT EACH COMPONENT NEEDS FOR THE WHOLE ORDER, WHAT THE SITE
      * HAS OF IT, AND WHAT TAKING IT COST
       01 W40-BILL-TABLE.
           05 W40-COMPONENT-ENTRY OCCURS 20 TIMES.
               10 W40-COMP-NAME        PIC X(20).
               10 W40-COMP-QTY-PER     PIC 9(3).
               10 W40-COMP-NEEDED      PIC 9(7).
               10 W40-COMP-ON-HAND     PIC S9(5).
               10 W40-COMP-COST        PIC 9(7)V99.
               10 W40-COMP-NOTE        PIC X(30).

       01 W41-COMPONENT-COUNT          PIC 99    VALUE ZERO.
       01 W41-COMPONENT-IDX            PIC 99    VALUE ZERO.

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W26-WAREHOUSE-TABLE.
           05 W26-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W26-SITE-CODE        PIC X(4).
               10 W26-SITE-FILE        PIC X(20).

       01 W27-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-CURRENT-WAREHOUSE-CODE   PIC X(4)  VALUE SPACES.
       01 W28-WANTED-WAREHOUSE-CODE    PIC X(4)  VALUE SPACES.

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * READ/ASSEMBLED/REFUSED COUNTS FOR THE AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-ORDERS-READ      PIC 9(7)    VALUE ZERO.
           05 W30-ORDERS-ASSEMBLED PIC 9(7)    VALUE ZERO.
           05 W30-ORDERS-REFUSED   PIC 9(7)    VALUE ZERO.
           05 W30-UNITS-ASSEMBLED  PIC 9(7)    VALUE ZERO.
           05 W30-ASSEMBLED-VALUE  PIC 9(9)V99 VALUE ZERO.

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
       01 W11-ORDER-FILE-NAME      PIC X(20)   VALUE "WorkOrders.dat".
       01 W12-BOM-MASTER-NAME      PIC X(20)   VALUE "BomMaster.dat".
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "AssemblyOrders" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-READ-ORDER
           PERFORM 300-PROCESS-ORDER
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           IF W30-ORDERS-REFUSED > ZERO
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
               FROM ENVIRONMENT "ASSEMBLY_ORDER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-ORDER-FILE-NAME
           END-IF

           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BOM_MASTER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W12-BOM-MASTER-NAME
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
           OPEN INPUT F02-ORDER-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-ORDER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-ORDER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F03-BOM-MASTER
           IF W22-BOM-STATUS NOT = "05"
               MOVE W12-BOM-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W22-BOM-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F05-PRINT-FILE
           MOVE "AssemblyRegister.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 960-OPEN-INVENTORY-GL
           .

       200-WRITE-HEADINGS.
           WRITE F05-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F05-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F05-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           WRITE F05-PRINT-RECORD FROM W02-DETAIL-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       110-READ-ORDER.
           READ F02-ORDER-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY ORDER IS EITHER COMPLETED OR LISTED WITH ITS REASON -
      * A SHORTAGE IN ANY COMPONENT REFUSES THE WHOLE ORDER
       300-PROCESS-ORDER.
           ADD 1 TO W30-ORDERS-READ
           MOVE ZERO TO W10-ORDER-COST
           MOVE F02-WO-WAREHOUSE TO W28-WANTED-WAREHOUSE-CODE
           IF W28-WANTED-WAREHOUSE-CODE
                   NOT = W28-CURRENT-WAREHOUSE-CODE
               PERFORM 305-SWITCH-SITE-MASTER
           END-IF

           SET W10-PART-NOT-FOUND TO TRUE
           IF W07-SITE-KNOWN
               SET W10-PART-FOUND TO TRUE
               MOVE F02-WO-PART-NAME TO F01-PART-NAME
               READ F01-INVENTORY-FILE
                   INVALID KEY SET W10-PART-NOT-FOUND TO TRUE
               END-READ
           END-IF

           PERFORM 320-LOAD-BILL

           IF F02-WO-QUANTITY NOT NUMERIC OR F02-WO-QUANTITY = ZERO
               MOVE W06-QUANTITY-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT W07-SITE-KNOWN
               MOVE W06-BAD-WAREHOUSE-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W10-PART-NOT-FOUND
               MOVE W06-PART-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F01-INVENTORY-ASSEMBLED + F02-WO-QUANTITY > 999
               MOVE W06-ASSEMBLED-OVERFLOW-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W41-COMPONENT-COUNT = ZERO
               MOVE W06-NO-BILL-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W10-BILL-TOO-BIG
               MOVE W06-BILL-SIZE-ERR TO W03-RESULT-OUT
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 330-CHECK-COMPONENTS
               IF W10-ORDER-SHORT
                   MOVE W06-SHORT-ERR TO W03-RESULT-OUT
                   PERFORM 390-WRITE-REJECT-LINE
                   PERFORM 371-LIST-SHORT-COMPONENT
                       VARYING W41-COMPONENT-IDX FROM 1 BY 1
                       UNTIL W41-COMPONENT-IDX > W41-COMPONENT-COUNT
               ELSE
                   PERFORM 400-ASSEMBLE-ORDER
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 110-READ-ORDER
           .

       305-SWITCH-SITE-MASTER.
           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
               MOVE "N" TO W07-SITE-OPEN-SWITCH
           END-IF

           MOVE W28-WANTED-WAREHOUSE-CODE TO W28-CURRENT-WAREHOUSE-CODE
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

      * THE PARENT'S COMPONENTS, READ FORWARD FROM THE FIRST KEY
      * UNDER IT UNTIL THE PARENT CHANGES
       320-LOAD-BILL.
           MOVE ZERO TO W41-COMPONENT-COUNT
           MOVE SPACES TO W10-BILL-SIZE-SWITCH
           MOVE SPACES TO W01-BOM-EOF-SWITCH
           MOVE F02-WO-PART-NAME TO F03-BOM-PARENT
           MOVE LOW-VALUES TO F03-BOM-COMPONENT
           START F03-BOM-MASTER
               KEY IS NOT LESS THAN F03-BOM-KEY
               INVALID KEY SET W01-BOM-EOF TO TRUE
           END-START
           PERFORM 321-LOAD-ONE-COMPONENT
               UNTIL W01-BOM-EOF
           .

       321-LOAD-ONE-COMPONENT.
           READ F03-BOM-MASTER NEXT RECORD
               AT END
                   SET W01-BOM-EOF TO TRUE
           END-READ

           IF NOT W01-BOM-EOF
               IF F03-BOM-PARENT NOT = F02-WO-PART-NAME
                   SET W01-BOM-EOF TO TRUE
               ELSE
               IF W41-COMPONENT-COUNT = 20
                   SET W10-BILL-TOO-BIG TO TRUE
                   SET W01-BOM-EOF TO TRUE
               ELSE
                   ADD 1 TO W41-COMPONENT-COUNT
                   MOVE F03-BOM-COMPONENT
                       TO W40-COMP-NAME(W41-COMPONENT-COUNT)
                   MOVE F03-BOM-QTY-PER
                       TO W40-COMP-QTY-PER(W41-COMPONENT-COUNT)
               END-IF
               END-IF
           END-IF
           .

      * EVERY COMPONENT IS CHECKED BEFORE ANY IS TAKEN, SO A REFUSED
      * ORDER LEAVES THE SITE MASTER UNTOUCHED
       330-CHECK-COMPONENTS.
           MOVE SPACES TO W10-SHORT-SWITCH
           PERFORM 331-CHECK-ONE-COMPONENT
               VARYING W41-COMPONENT-IDX FROM 1 BY 1
               UNTIL W41-COMPONENT-IDX > W41-COMPONENT-COUNT
           .

       331-CHECK-ONE-COMPONENT.
           MOVE SPACES TO W40-COMP-NOTE(W41-COMPONENT-IDX)
           MOVE ZERO TO W40-COMP-COST(W41-COMPONENT-IDX)
           MOVE ZERO TO W40-COMP-ON-HAND(W41-COMPONENT-IDX)
           COMPUTE W40-COMP-NEEDED(W41-COMPONENT-IDX) =
               W40-COMP-QTY-PER(W41-COMPONENT-IDX) * F02-WO-QUANTITY

           MOVE W40-COMP-NAME(W41-COMPONENT-IDX) TO F01-PART-NAME
           READ F01-INVENTORY-FILE
               INVALID KEY
                   MOVE W06-COMP-MISSING-NOTE
                       TO W40-COMP-NOTE(W41-COMPONENT-IDX)
               NOT INVALID KEY
                   PERFORM 340-COMPUTE-ON-HAND
                   MOVE W10-ON-HAND
                       TO W40-COMP-ON-HAND(W41-COMPONENT-IDX)
                   IF W40-COMP-NEEDED(W41-COMPONENT-IDX)
                           > W10-ON-HAND
                       MOVE W06-COMP-SHORT-NOTE
                           TO W40-COMP-NOTE(W41-COMPONENT-IDX)
                   ELSE
                   IF F01-INVENTORY-CONSUMED
                           + W40-COMP-NEEDED(W41-COMPONENT-IDX) > 999
                       MOVE W06-COMP-OVERFLOW-NOTE
                           TO W40-COMP-NOTE(W41-COMPONENT-IDX)
                   END-IF
                   END-IF
           END-READ

           IF W40-COMP-NOTE(W41-COMPONENT-IDX) NOT = SPACES
               SET W10-ORDER-SHORT TO TRUE
           END-IF
           .

       340-COMPUTE-ON-HAND.
           COMPUTE W10-ON-HAND =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           .

       371-LIST-SHORT-COMPONENT.
           IF W40-COMP-NOTE(W41-COMPONENT-IDX) NOT = SPACES
               PERFORM 385-WRITE-COMPONENT-LINE
           END-IF
           .

      * THE COMPONENTS GO FIRST SO THEIR CONSUMED COST IS KNOWN, THEN
      * THE ASSEMBLED PART COMES ON AT THAT COST
       400-ASSEMBLE-ORDER.
           PERFORM 410-CONSUME-ONE-COMPONENT
               VARYING W41-COMPONENT-IDX FROM 1 BY 1
               UNTIL W41-COMPONENT-IDX > W41-COMPONENT-COUNT

           MOVE F02-WO-PART-NAME TO F01-PART-NAME
           READ F01-INVENTORY-FILE
           MOVE "READ" TO ABEND-OPERATION
           MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD F02-WO-QUANTITY TO F01-INVENTORY-ASSEMBLED
           REWRITE F01-INVENTORY-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 420-LAYER-ASSEMBLED-PART

           MOVE F02-WO-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F02-WO-PART-NAME TO IGL-PART-NAME
           MOVE W10-ORDER-COST TO IGL-ENTRY-AMOUNT
           MOVE IGL-INVENTORY-BASE TO IGL-DEBIT-BASE
           MOVE IGL-ASSEMBLY-BASE TO IGL-CREDIT-BASE
           MOVE "ASSEMBLY" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY

           ADD 1 TO W30-ORDERS-ASSEMBLED
           ADD F02-WO-QUANTITY TO W30-UNITS-ASSEMBLED
           ADD W10-ORDER-COST TO W30-ASSEMBLED-VALUE

           MOVE "Assembled" TO W03-RESULT-OUT
           PERFORM 380-WRITE-ORDER-LINE
           PERFORM 385-WRITE-COMPONENT-LINE
               VARYING W41-COMPONENT-IDX FROM 1 BY 1
               UNTIL W41-COMPONENT-IDX > W41-COMPONENT-COUNT
           .

      * THE UNITS TAKEN ARE THE COMPONENT'S OLDEST ON-HAND, COSTED
      * THE WAY A SHIPMENT IS (964), AND THEIR VALUE MOVES FROM THE
      * SITE'S INVENTORY ACCOUNT INTO ASSEMBLY WORK-IN-PROCESS
       410-CONSUME-ONE-COMPONENT.
           MOVE W40-COMP-NAME(W41-COMPONENT-IDX) TO F01-PART-NAME
           READ F01-INVENTORY-FILE
           MOVE "READ" TO ABEND-OPERATION
           MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 340-COMPUTE-ON-HAND
           MOVE W10-ON-HAND TO IGL-HIGH-ON-HAND
           COMPUTE IGL-LOW-ON-HAND =
               W10-ON-HAND - W40-COMP-NEEDED(W41-COMPONENT-IDX)
           MOVE F02-WO-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F01-PART-NAME TO IGL-PART-NAME
           MOVE F01-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE
           MOVE IGL-ENTRY-AMOUNT TO W40-COMP-COST(W41-COMPONENT-IDX)
           ADD IGL-ENTRY-AMOUNT TO W10-ORDER-COST

           ADD W40-COMP-NEEDED(W41-COMPONENT-IDX)
               TO F01-INVENTORY-CONSUMED
           REWRITE F01-INVENTORY-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE IGL-ASSEMBLY-BASE TO IGL-DEBIT-BASE
           MOVE IGL-INVENTORY-BASE TO IGL-CREDIT-BASE
           MOVE "ASSEMBLY" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY

           MOVE W06-COMP-CONSUMED-NOTE
               TO W40-COMP-NOTE(W41-COMPONENT-IDX)
           .

      * THE ASSEMBLED UNITS ARE LAYERED AT THE CONSUMED COST SPREAD
      * OVER THE ORDER QUANTITY. WHERE IT DOES NOT DIVIDE TO THE
      * CENT, THE LAST UNIT CARRIES THE ODD CENTS SO THE LAYERS ADD
      * BACK TO EXACTLY WHAT THE COMPONENTS COST
       420-LAYER-ASSEMBLED-PART.
           DIVIDE W10-ORDER-COST BY F02-WO-QUANTITY
               GIVING W10-UNIT-COST

           OPEN EXTEND F04-LAYER-FILE
           IF W23-LAYER-STATUS = "35"
               OPEN OUTPUT F04-LAYER-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CostLayers.dat" TO ABEND-FILE-NAME
           MOVE W23-LAYER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           IF W10-UNIT-COST * F02-WO-QUANTITY = W10-ORDER-COST
               MOVE F02-WO-QUANTITY TO W10-LAYER-UNITS
               MOVE W10-UNIT-COST TO W10-LAYER-COST
               PERFORM 421-WRITE-LAYER
           ELSE
               IF F02-WO-QUANTITY > 1
                   COMPUTE W10-LAYER-UNITS = F02-WO-QUANTITY - 1
                   MOVE W10-UNIT-COST TO W10-LAYER-COST
                   PERFORM 421-WRITE-LAYER
               END-IF
               MOVE 1 TO W10-LAYER-UNITS
               COMPUTE W10-LAYER-COST = W10-ORDER-COST
                   - W10-UNIT-COST * (F02-WO-QUANTITY - 1)
               PERFORM 421-WRITE-LAYER
           END-IF

           CLOSE F04-LAYER-FILE
           .

       421-WRITE-LAYER.
           MOVE F02-WO-WAREHOUSE TO F04-LAYER-WAREHOUSE
           MOVE F02-WO-PART-NAME TO F04-LAYER-PART-NAME
           MOVE RC-BUSINESS-DATE TO F04-LAYER-DATE
           MOVE W10-LAYER-UNITS TO F04-LAYER-QUANTITY
           MOVE W10-LAYER-COST TO F04-LAYER-UNIT-COST
           WRITE F04-LAYER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CostLayers.dat" TO ABEND-FILE-NAME
           MOVE W23-LAYER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       380-WRITE-ORDER-LINE.
           MOVE F02-WO-NUMBER TO W03-NUMBER-OUT
           MOVE F02-WO-WAREHOUSE TO W03-SITE-OUT
           MOVE F02-WO-PART-NAME TO W03-PART-OUT
           MOVE F02-WO-QUANTITY-X TO W03-QUANTITY-OUT
           MOVE W10-ORDER-COST TO W03-COST-OUT

           WRITE F05-PRINT-RECORD FROM W03-ORDER-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "AssemblyRegister.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       385-WRITE-COMPONENT-LINE.
           MOVE W40-COMP-NAME(W41-COMPONENT-IDX) TO W04-COMPONENT-OUT
           MOVE W40-COMP-NEEDED(W41-COMPONENT-IDX) TO W04-NEEDED-OUT
           MOVE W40-COMP-ON-HAND(W41-COMPONENT-IDX) TO W04-ON-HAND-OUT
           MOVE W40-COMP-COST(W41-COMPONENT-IDX) TO W04-COST-OUT
           MOVE W40-COMP-NOTE(W41-COMPONENT-IDX) TO W04-NOTE-OUT

           WRITE F05-PRINT-RECORD FROM W04-COMPONENT-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "AssemblyRegister.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       390-WRITE-REJECT-LINE.
           PERFORM 380-WRITE-ORDER-LINE
           ADD 1 TO W30-ORDERS-REFUSED
           .

       500-WRITE-FOOTER.
           MOVE "Work Orders Read" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-READ TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Work Orders Assembled" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-ASSEMBLED TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Work Orders Refused" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-REFUSED TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Units Assembled" TO W31-CONTROL-LABEL
           MOVE W30-UNITS-ASSEMBLED TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Inventory Ledger Lines Written" TO W31-CONTROL-LABEL
           MOVE IGL-LINES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Component Cost Assembled" TO W32-AMOUNT-LABEL
           MOVE W30-ASSEMBLED-VALUE TO W32-AMOUNT-OUT
           WRITE F05-PRINT-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F05-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "AssemblyOrders"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-ORDERS-READ       TO AUDIT-RECORDS-READ
           MOVE W30-ORDERS-ASSEMBLED  TO AUDIT-RECORDS-WRITTEN
           MOVE W30-ORDERS-REFUSED    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
           END-IF
           CLOSE F02-ORDER-FILE
                 F03-BOM-MASTER
                 F05-PRINT-FILE
           PERFORM 968-CLOSE-INVENTORY-GL
           .
