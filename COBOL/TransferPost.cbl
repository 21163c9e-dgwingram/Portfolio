       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferPost.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * POSTS THE SHIPPING AND RECEIVING OF INTER-WAREHOUSE TRANSFER
      * ORDERS. A SHIPMENT TAKES THE UNITS OFF THE DONOR SITE AS A
      * TRANSFER-OUT, SPLITS THEM ACROSS THE DONOR'S COST LAYERS AT
      * FIFO ONTO THE IN-TRANSIT FILE AND MOVES THEIR VALUE FROM THE
      * DONOR'S INVENTORY ACCOUNT TO ITS IN-TRANSIT ACCOUNT. A RECEIPT
      * PUTS THE SAME PIECES ON THE DESTINATION'S SHELF AS A
      * TRANSFER-IN, AS NEW COST LAYERS AT THE SAME UNIT COSTS, AND
      * CLEARS THE IN-TRANSIT ACCOUNT INTO THE DESTINATION'S
      * INVENTORY - SO THE COST THAT LEFT ONE SITE IS EXACTLY THE COST
      * THAT ARRIVES AT THE OTHER
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-INVENTORY-STATUS.

           SELECT F02-ACTIVITY-FILE
               ASSIGN TO DYNAMIC W11-ACTIVITY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-ACTIVITY-STATUS.

      * OPTIONAL SO A POSTING RUN BEFORE ANY ORDER IS RAISED SIMPLY
      * REJECTS ITS ACTIVITY
           SELECT OPTIONAL F03-TRANSFER-FILE
               ASSIGN TO 'TransferOrders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F03-XFR-NUMBER
               FILE STATUS IS W22-TRANSFER-STATUS.

      * THE PIECES OF EACH SHIPPED TRANSFER, KEYED BY TRANSFER AND
      * SEQUENCE SO A RECEIPT READS ITS OWN PIECES BACK IN ORDER
           SELECT OPTIONAL F04-TRANSIT-FILE
               ASSIGN TO 'InTransit.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F04-ITR-KEY
               FILE STATUS IS W23-TRANSIT-STATUS.

      * RECEIVED TRANSFERS' COST LAYERS, APPENDED IN THE SAME SHAPE
      * AND ORDER AS RECEIVING'S. OPENED AROUND EACH RECEIPT SO THE
      * NEXT SHIPMENT'S COSTING READS THE LAYERS ALREADY ADDED
           SELECT F05-LAYER-FILE ASSIGN TO 'CostLayers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-LAYER-STATUS.

           SELECT F06-PRINT-FILE ASSIGN TO 'TransferPostRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-PRINT-STATUS.

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

      * ONE TRANSFER MOVEMENT PER RECORD - S SHIPS AN OPEN ORDER
      * FROM ITS DONOR, R RECEIVES AN IN-TRANSIT ORDER AT ITS
      * DESTINATION
       FD  F02-ACTIVITY-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS F02-ACTIVITY-RECORD.
       01  F02-ACTIVITY-RECORD.
           05  F02-ACT-ACTION          PIC X.
               88  F02-ACT-SHIP              VALUE "S".
               88  F02-ACT-RECEIVE           VALUE "R".
           05  F02-ACT-XFER-NUMBER     PIC 9(6).
           05  F02-ACT-XFER-NUMBER-X
                   REDEFINES F02-ACT-XFER-NUMBER PIC X(6).

       FD  F03-TRANSFER-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F03-TRANSFER-RECORD.

           COPY XFERORD REPLACING LEADING ==T01== BY ==F03==.

       FD  F04-TRANSIT-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F04-IN-TRANSIT-RECORD.

           COPY INTRANS REPLACING LEADING ==N01== BY ==F04==.

       FD  F05-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F05-LAYER-RECORD.

       01 F05-LAYER-RECORD.
           05  F05-LAYER-WAREHOUSE     PIC X(4).
           05  F05-LAYER-PART-NAME     PIC X(20).
           05  F05-LAYER-DATE          PIC X(8).
           05  F05-LAYER-QUANTITY      PIC 9(5).
           05  F05-LAYER-UNIT-COST     PIC 9999V99.

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-PRINT-RECORD.
       01  F06-PRINT-RECORD            PIC X(100).

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
       01 W21-ACTIVITY-STATUS      PIC XX VALUE SPACES.
       01 W22-TRANSFER-STATUS      PIC XX VALUE SPACES.
       01 W23-TRANSIT-STATUS       PIC XX VALUE SPACES.
       01 W24-LAYER-STATUS         PIC XX VALUE SPACES.
       01 W25-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-PIECE-EOF-SWITCH    PIC X VALUE SPACES.
               88  W01-PIECE-EOF             VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(22) VALUE "Transfer Post Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(6)  VALUE "Xfr No".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Action".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(4)  VALUE "From".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(4)  VALUE "To".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(5)  VALUE "  Qty".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(6)  VALUE "Pieces".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(10) VALUE "     Value".

       01 W03-POST-LINE.
           05  W03-NUMBER-OUT              PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-ACTION-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PART-OUT                PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-FROM-OUT                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-TO-OUT                  PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-QUANTITY-OUT            PIC ZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-PIECES-OUT              PIC ZZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-VALUE-OUT               PIC ZZZ,ZZ9.99.
           05                              PIC X(17) VALUE SPACES.

       01 W05-BAD-LINE.
           05  W05-BAD-NUMBER              PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-BAD-ACTION              PIC X(1).
           05                              PIC X(9)  VALUE SPACES.
           05  W05-BAD-PART-NAME           PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-BAD-REASON              PIC X(38).
           05                              PIC X(22) VALUE SPACES.

       01 W06-ERR-MSGS.
           05 W06-ACTION-ERR               PIC X(38)
                   VALUE '*** Action must be S or R'.
           05 W06-NOT-FOUND-ERR            PIC X(38)
                   VALUE '*** Transfer order not on file'.
           05 W06-NOT-OPEN-ERR             PIC X(38)
                   VALUE '*** Transfer not open - cannot ship'.
           05 W06-NOT-SHIPPED-ERR          PIC X(38)
                   VALUE '*** Transfer not in transit'.
           05 W06-BAD-WAREHOUSE-ERR        PIC X(38)
                   VALUE '*** Warehouse unknown'.
           05 W06-PART-ERR                 PIC X(38)
                   VALUE '*** Part not on site master'.
           05 W06-SHORT-ERR                PIC X(38)
                   VALUE '*** Donor on-hand below quantity'.
           05 W06-OUT-OVERFLOW-ERR         PIC X(38)
                   VALUE '*** Transfer-out total would pass 999'.
           05 W06-IN-OVERFLOW-ERR          PIC X(38)
                   VALUE '*** Transfer-in total would pass 999'.

      * THE SITE MASTER IN HAND - SWITCHED WHENEVER A MOVEMENT
      * BELONGS TO A DIFFERENT SITE
       01 W07-SITE-CONTROLS.
           05 W07-SITE-OPEN-SWITCH     PIC X     VALUE "N".
               88 W07-SITE-OPEN              VALUE "Y".
           05 W07-SITE-KNOWN-SWITCH    PIC X     VALUE "N".
               88 W07-SITE-KNOWN             VALUE "Y".

      * SHIPMENT SPLIT AND RECEIPT WORK - EACH PIECE IS ONE DONOR
      * COST LAYER'S SHARE OF THE UNITS SHIPPED, OR THE SHARE OLDER
      * THAN THE LAYER FILE AT THE DONOR'S RECORD PRICE
       01 W10-TRANSFER-WORK.
           05  W10-ON-HAND             PIC S9(5)   VALUE ZERO.
           05  W10-SEQUENCE            PIC 9(3)    VALUE ZERO.
           05  W10-PIECE-UNITS         PIC 9(5)    VALUE ZERO.
           05  W10-PIECE-COST          PIC 9999V99 VALUE ZERO.
           05  W10-PIECE-DATE          PIC X(8)    VALUE SPACES.
           05  W10-TRANSFER-VALUE      PIC 9(7)V99 VALUE ZERO.
           05  W10-ORDER-FOUND-SWITCH  PIC X       VALUE SPACES.
               88  W10-ORDER-FOUND                 VALUE "Y".
               88  W10-ORDER-NOT-FOUND             VALUE "N".
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
       01 W28-WANTED-WAREHOUSE-CODE    PIC X(4)  VALUE SPACES.

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * READ/SHIPPED/RECEIVED/REJECTED COUNTS FOR THE AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W30-ORDERS-SHIPPED   PIC 9(7)    VALUE ZERO.
           05 W30-ORDERS-RECEIVED  PIC 9(7)    VALUE ZERO.
           05 W30-LINES-REJECTED   PIC 9(7)    VALUE ZERO.
           05 W30-SHIPPED-VALUE    PIC 9(9)V99 VALUE ZERO.
           05 W30-RECEIVED-VALUE   PIC 9(9)V99 VALUE ZERO.

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
       01 W11-ACTIVITY-FILE-NAME   PIC X(20)   VALUE
                                       "TransferActivity.dat".
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "TransferPost" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-READ-ACTIVITY
           PERFORM 300-PROCESS-ACTIVITY
               UNTIL W01-END-OF-FILE
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
               FROM ENVIRONMENT "XFER_ACTIVITY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-ACTIVITY-FILE-NAME
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
      * OPENED - THE THREE SITE MASTERS, THE TRANSFER ORDERS, THE
      * IN-TRANSIT LAYERS AND THE LAYER AND LEDGER FILES - SO A FAILED
      * RUN CAN BE PUT BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           MOVE "T" TO SNAP-ADD-KIND
           MOVE "TransferOrders.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "I" TO SNAP-ADD-KIND
           MOVE "InTransit.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
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
           OPEN INPUT F02-ACTIVITY-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-ACTIVITY-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-ACTIVITY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F03-TRANSFER-FILE
           IF W22-TRANSFER-STATUS NOT = "05"
               MOVE "TransferOrders.dat" TO ABEND-FILE-NAME
               MOVE W22-TRANSFER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN I-O F04-TRANSIT-FILE
           IF W23-TRANSIT-STATUS NOT = "05"
               MOVE "InTransit.dat" TO ABEND-FILE-NAME
               MOVE W23-TRANSIT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F06-PRINT-FILE
           MOVE "TransferPostRegister.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 960-OPEN-INVENTORY-GL
           .

       200-WRITE-HEADINGS.
           WRITE F06-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F06-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       110-READ-ACTIVITY.
           READ F02-ACTIVITY-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY MOVEMENT IS EITHER POSTED OR LISTED WITH ITS REASON
       300-PROCESS-ACTIVITY.
           ADD 1 TO W30-LINES-READ
           MOVE SPACES TO W05-BAD-PART-NAME
           SET W10-ORDER-FOUND TO TRUE
           IF F02-ACT-XFER-NUMBER NOT NUMERIC
               SET W10-ORDER-NOT-FOUND TO TRUE
           ELSE
               MOVE F02-ACT-XFER-NUMBER TO F03-XFR-NUMBER
               READ F03-TRANSFER-FILE
                   INVALID KEY SET W10-ORDER-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT F02-ACT-SHIP AND NOT F02-ACT-RECEIVE
               MOVE W06-ACTION-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W10-ORDER-NOT-FOUND
               MOVE W06-NOT-FOUND-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               MOVE F03-XFR-PART-NAME TO W05-BAD-PART-NAME
               IF F02-ACT-SHIP
                   PERFORM 400-SHIP-TRANSFER
               ELSE
                   PERFORM 450-RECEIVE-TRANSFER
               END-IF
           END-IF
           END-IF

           PERFORM 110-READ-ACTIVITY
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

      * BRING UP THE SITE MASTER A MOVEMENT BELONGS TO AND READ THE
      * TRANSFER'S PART FROM IT
       310-READ-SITE-PART.
           IF W28-WANTED-WAREHOUSE-CODE
                   NOT = W28-CURRENT-WAREHOUSE-CODE
               PERFORM 305-SWITCH-SITE-MASTER
           END-IF

           SET W10-PART-NOT-FOUND TO TRUE
           IF W07-SITE-KNOWN
               SET W10-PART-FOUND TO TRUE
               MOVE F03-XFR-PART-NAME TO F01-PART-NAME
               READ F01-INVENTORY-FILE
                   INVALID KEY SET W10-PART-NOT-FOUND TO TRUE
               END-READ
           END-IF

           COMPUTE W10-ON-HAND =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           .

      * ONLY AN OPEN ORDER SHIPS, AND ONLY FROM STOCK THE DONOR HAS
       400-SHIP-TRANSFER.
           MOVE F03-XFR-FROM-WAREHOUSE TO W28-WANTED-WAREHOUSE-CODE
           IF F03-XFR-OPEN
               PERFORM 310-READ-SITE-PART
           END-IF

           IF NOT F03-XFR-OPEN
               MOVE W06-NOT-OPEN-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT W07-SITE-KNOWN
               MOVE W06-BAD-WAREHOUSE-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W10-PART-NOT-FOUND
               MOVE W06-PART-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F03-XFR-QUANTITY > W10-ON-HAND
               MOVE W06-SHORT-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F01-INVENTORY-XFER-OUT + F03-XFR-QUANTITY > 999
               MOVE W06-OUT-OVERFLOW-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 410-SPLIT-SHIPMENT
               PERFORM 430-POST-SHIPMENT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * THE UNITS LEAVING ARE THE DONOR'S OLDEST ON-HAND - THE SAME
      * WINDOW THE LEDGER COSTS A SHIPMENT AT (964). THE WINDOW IS
      * WALKED AGAIN HERE ONE LAYER AT A TIME SO EACH LAYER'S SHARE
      * TRAVELS AS ITS OWN PIECE AT ITS OWN UNIT COST
       410-SPLIT-SHIPMENT.
           MOVE W10-ON-HAND TO IGL-HIGH-ON-HAND
           COMPUTE IGL-LOW-ON-HAND = W10-ON-HAND - F03-XFR-QUANTITY
           MOVE F03-XFR-FROM-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F03-XFR-PART-NAME TO IGL-PART-NAME
           MOVE F01-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE

           MOVE ZERO TO W10-SEQUENCE
           MOVE ZERO TO W10-TRANSFER-VALUE

           IF IGL-WINDOW-LOW < 1
               IF IGL-WINDOW-HIGH < 0
                   MOVE IGL-WINDOW-HIGH TO IGL-OVERLAP-HIGH
               ELSE
                   MOVE ZERO TO IGL-OVERLAP-HIGH
               END-IF
               COMPUTE W10-PIECE-UNITS =
                   IGL-OVERLAP-HIGH - IGL-WINDOW-LOW + 1
               MOVE F01-INVENTORY-PRICE TO W10-PIECE-COST
               MOVE RC-BUSINESS-DATE TO W10-PIECE-DATE
               PERFORM 420-WRITE-TRANSIT-PIECE
           END-IF

           IF IGL-WINDOW-HIGH > 0
               MOVE ZERO TO IGL-LAYER-START
               PERFORM 965-OPEN-LAYER-FILE
               PERFORM 415-SPLIT-ONE-LAYER
                   UNTIL IGL-LAYER-EOF
               IF IGL-LAYER-STATUS NOT = "35"
                   CLOSE IGL-LAYER-FILE
               END-IF
           END-IF
           .

      * THE SAME OVERLAP 967 COSTS, WRITTEN OUT AS A PIECE
       415-SPLIT-ONE-LAYER.
           READ IGL-LAYER-FILE
               AT END
                   SET IGL-LAYER-EOF TO TRUE
               NOT AT END
                   IF IGL-LAYER-WAREHOUSE = IGL-WAREHOUSE
                           AND IGL-LAYER-PART-NAME = IGL-PART-NAME
                           AND IGL-LAYER-QUANTITY IS NUMERIC
                       COMPUTE IGL-LAYER-END =
                           IGL-LAYER-START + IGL-LAYER-QUANTITY
                       COMPUTE IGL-OVERLAP-LOW = IGL-LAYER-START + 1
                       IF IGL-WINDOW-LOW > IGL-OVERLAP-LOW
                           MOVE IGL-WINDOW-LOW TO IGL-OVERLAP-LOW
                       END-IF
                       MOVE IGL-LAYER-END TO IGL-OVERLAP-HIGH
                       IF IGL-WINDOW-HIGH < IGL-OVERLAP-HIGH
                           MOVE IGL-WINDOW-HIGH TO IGL-OVERLAP-HIGH
                       END-IF
                       IF IGL-OVERLAP-HIGH NOT < IGL-OVERLAP-LOW
                           COMPUTE W10-PIECE-UNITS =
                               IGL-OVERLAP-HIGH - IGL-OVERLAP-LOW + 1
                           MOVE IGL-LAYER-UNIT-COST TO W10-PIECE-COST
                           MOVE IGL-LAYER-DATE TO W10-PIECE-DATE
                           PERFORM 420-WRITE-TRANSIT-PIECE
                       END-IF
                       MOVE IGL-LAYER-END TO IGL-LAYER-START
                   END-IF
           END-READ
           .

       420-WRITE-TRANSIT-PIECE.
           ADD 1 TO W10-SEQUENCE
           MOVE F03-XFR-NUMBER TO F04-ITR-XFER-NUMBER
           MOVE W10-SEQUENCE TO F04-ITR-SEQUENCE
           MOVE F03-XFR-FROM-WAREHOUSE TO F04-ITR-FROM-WAREHOUSE
           MOVE F03-XFR-TO-WAREHOUSE TO F04-ITR-TO-WAREHOUSE
           MOVE F03-XFR-PART-NAME TO F04-ITR-PART-NAME
           MOVE W10-PIECE-DATE TO F04-ITR-LAYER-DATE
           MOVE W10-PIECE-UNITS TO F04-ITR-QUANTITY
           MOVE W10-PIECE-COST TO F04-ITR-UNIT-COST
           MOVE RC-BUSINESS-DATE TO F04-ITR-SHIP-DATE
           SET F04-ITR-IN-TRANSIT TO TRUE
           WRITE F04-IN-TRANSIT-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InTransit.dat" TO ABEND-FILE-NAME
           MOVE W23-TRANSIT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           COMPUTE W10-TRANSFER-VALUE =
               W10-TRANSFER-VALUE + W10-PIECE-UNITS * W10-PIECE-COST
           .

      * THE DONOR'S STOCK DROPS AS A TRANSFER-OUT, THE ORDER GOES IN
      * TRANSIT AT THE SPLIT'S VALUE, AND THE VALUE MOVES FROM THE
      * DONOR'S INVENTORY ACCOUNT TO ITS IN-TRANSIT ACCOUNT
       430-POST-SHIPMENT.
           ADD F03-XFR-QUANTITY TO F01-INVENTORY-XFER-OUT
           REWRITE F01-INVENTORY-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           SET F03-XFR-IN-TRANSIT TO TRUE
           MOVE RC-BUSINESS-DATE TO F03-XFR-SHIP-DATE
           MOVE W10-TRANSFER-VALUE TO F03-XFR-SHIP-VALUE
           PERFORM 470-REWRITE-TRANSFER-ORDER

           MOVE F03-XFR-FROM-WAREHOUSE TO IGL-WAREHOUSE
           MOVE W10-TRANSFER-VALUE TO IGL-ENTRY-AMOUNT
           MOVE IGL-TRANSIT-BASE TO IGL-DEBIT-BASE
           MOVE IGL-INVENTORY-BASE TO IGL-CREDIT-BASE
           MOVE "TRANSFER" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY

           ADD 1 TO W30-ORDERS-SHIPPED
           ADD W10-TRANSFER-VALUE TO W30-SHIPPED-VALUE
           MOVE "Shipped" TO W03-ACTION-OUT
           PERFORM 380-WRITE-POST-LINE
           .

      * ONLY AN IN-TRANSIT ORDER IS RECEIVED, AND ONLY AT A SITE
      * THAT CARRIES THE PART
       450-RECEIVE-TRANSFER.
           MOVE F03-XFR-TO-WAREHOUSE TO W28-WANTED-WAREHOUSE-CODE
           IF F03-XFR-IN-TRANSIT
               PERFORM 310-READ-SITE-PART
           END-IF

           IF NOT F03-XFR-IN-TRANSIT
               MOVE W06-NOT-SHIPPED-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT W07-SITE-KNOWN
               MOVE W06-BAD-WAREHOUSE-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF W10-PART-NOT-FOUND
               MOVE W06-PART-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F01-INVENTORY-XFER-IN + F03-XFR-QUANTITY > 999
               MOVE W06-IN-OVERFLOW-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 460-SHELVE-PIECES
               PERFORM 465-POST-RECEIPT
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * EACH PIECE BECOMES A DESTINATION COST LAYER AT THE UNIT COST
      * IT LEFT THE DONOR AT, DATED WHEN IT ARRIVED, SO THE NEWEST
      * STOCK AT THE DESTINATION CARRIES EXACTLY THE SHIPPED VALUE
       460-SHELVE-PIECES.
           MOVE ZERO TO W10-SEQUENCE
           MOVE ZERO TO W10-TRANSFER-VALUE

           OPEN EXTEND F05-LAYER-FILE
           IF W24-LAYER-STATUS = "35"
               OPEN OUTPUT F05-LAYER-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CostLayers.dat" TO ABEND-FILE-NAME
           MOVE W24-LAYER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-PIECE-EOF-SWITCH
           MOVE F03-XFR-NUMBER TO F04-ITR-XFER-NUMBER
           MOVE ZERO TO F04-ITR-SEQUENCE
           START F04-TRANSIT-FILE
               KEY IS NOT LESS THAN F04-ITR-KEY
               INVALID KEY SET W01-PIECE-EOF TO TRUE
           END-START
           PERFORM 461-SHELVE-ONE-PIECE
               UNTIL W01-PIECE-EOF

           CLOSE F05-LAYER-FILE
           .

       461-SHELVE-ONE-PIECE.
           READ F04-TRANSIT-FILE NEXT RECORD
               AT END
                   SET W01-PIECE-EOF TO TRUE
           END-READ

           IF NOT W01-PIECE-EOF
               IF F04-ITR-XFER-NUMBER NOT = F03-XFR-NUMBER
                   SET W01-PIECE-EOF TO TRUE
               ELSE
               IF F04-ITR-IN-TRANSIT
                   MOVE F03-XFR-TO-WAREHOUSE TO F05-LAYER-WAREHOUSE
                   MOVE F04-ITR-PART-NAME TO F05-LAYER-PART-NAME
                   MOVE RC-BUSINESS-DATE TO F05-LAYER-DATE
                   MOVE F04-ITR-QUANTITY TO F05-LAYER-QUANTITY
                   MOVE F04-ITR-UNIT-COST TO F05-LAYER-UNIT-COST
                   WRITE F05-LAYER-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE "CostLayers.dat" TO ABEND-FILE-NAME
                   MOVE W24-LAYER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS

                   ADD 1 TO W10-SEQUENCE
                   COMPUTE W10-TRANSFER-VALUE = W10-TRANSFER-VALUE
                       + F04-ITR-QUANTITY * F04-ITR-UNIT-COST

                   SET F04-ITR-RECEIVED TO TRUE
                   REWRITE F04-IN-TRANSIT-RECORD
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE "InTransit.dat" TO ABEND-FILE-NAME
                   MOVE W23-TRANSIT-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
               END-IF
           END-IF
           .

      * THE DESTINATION'S STOCK RISES AS A TRANSFER-IN AND THE
      * DONOR'S IN-TRANSIT ACCOUNT CLEARS INTO THE DESTINATION'S
      * INVENTORY ACCOUNT
       465-POST-RECEIPT.
           ADD F03-XFR-QUANTITY TO F01-INVENTORY-XFER-IN
           REWRITE F01-INVENTORY-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
           MOVE W20-INVENTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           SET F03-XFR-RECEIVED TO TRUE
           MOVE RC-BUSINESS-DATE TO F03-XFR-RECEIVE-DATE
           PERFORM 470-REWRITE-TRANSFER-ORDER

           MOVE F03-XFR-TO-WAREHOUSE TO IGL-WAREHOUSE
           MOVE F03-XFR-FROM-WAREHOUSE TO IGL-CREDIT-WAREHOUSE
           MOVE W10-TRANSFER-VALUE TO IGL-ENTRY-AMOUNT
           MOVE IGL-INVENTORY-BASE TO IGL-DEBIT-BASE
           MOVE IGL-TRANSIT-BASE TO IGL-CREDIT-BASE
           MOVE "TRANSFER" TO IGL-ENTRY-DESC
           MOVE RC-BUSINESS-DATE TO IGL-ENTRY-DESC(10:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY
           MOVE SPACES TO IGL-CREDIT-WAREHOUSE

           ADD 1 TO W30-ORDERS-RECEIVED
           ADD W10-TRANSFER-VALUE TO W30-RECEIVED-VALUE
           MOVE "Received" TO W03-ACTION-OUT
           PERFORM 380-WRITE-POST-LINE
           .

       470-REWRITE-TRANSFER-ORDER.
           REWRITE F03-TRANSFER-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE "TransferOrders.dat" TO ABEND-FILE-NAME
           MOVE W22-TRANSFER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       380-WRITE-POST-LINE.
           MOVE F03-XFR-NUMBER TO W03-NUMBER-OUT
           MOVE F03-XFR-PART-NAME TO W03-PART-OUT
           MOVE F03-XFR-FROM-WAREHOUSE TO W03-FROM-OUT
           MOVE F03-XFR-TO-WAREHOUSE TO W03-TO-OUT
           MOVE F03-XFR-QUANTITY TO W03-QUANTITY-OUT
           MOVE W10-SEQUENCE TO W03-PIECES-OUT
           MOVE W10-TRANSFER-VALUE TO W03-VALUE-OUT

           WRITE F06-PRINT-RECORD FROM W03-POST-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TransferPostRegister.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       390-WRITE-REJECT-LINE.
           MOVE F02-ACT-XFER-NUMBER-X TO W05-BAD-NUMBER
           MOVE F02-ACT-ACTION TO W05-BAD-ACTION
           WRITE F06-PRINT-RECORD FROM W05-BAD-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TransferPostRegister.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W30-LINES-REJECTED
           .

       500-WRITE-FOOTER.
           MOVE "Activity Lines Read" TO W31-CONTROL-LABEL
           MOVE W30-LINES-READ TO W31-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Transfers Shipped" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-SHIPPED TO W31-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Transfers Received" TO W31-CONTROL-LABEL
           MOVE W30-ORDERS-RECEIVED TO W31-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Lines Rejected" TO W31-CONTROL-LABEL
           MOVE W30-LINES-REJECTED TO W31-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Inventory Ledger Lines Written" TO W31-CONTROL-LABEL
           MOVE IGL-LINES-WRITTEN TO W31-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value Shipped Into Transit" TO W32-AMOUNT-LABEL
           MOVE W30-SHIPPED-VALUE TO W32-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value Received From Transit" TO W32-AMOUNT-LABEL
           MOVE W30-RECEIVED-VALUE TO W32-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F06-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "TransferPost"        TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-LINES-READ        TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W30-ORDERS-SHIPPED + W30-ORDERS-RECEIVED
           MOVE W30-LINES-REJECTED    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF W07-SITE-OPEN
               CLOSE F01-INVENTORY-FILE
           END-IF
           CLOSE F02-ACTIVITY-FILE
                 F03-TRANSFER-FILE
                 F04-TRANSIT-FILE
                 F06-PRINT-FILE
           PERFORM 968-CLOSE-INVENTORY-GL
           .
