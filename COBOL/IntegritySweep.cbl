       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * NIGHTLY CROSS-FILE INTEGRITY SWEEP. FOUR RELATIONSHIPS THE
      * POSTING STEPS RELY ON ARE PROVED AND EVERY BREAK IS LISTED:
      *   - EACH SITE PART'S ON-HAND (COMPUTED THE WAY THE INVENTORY
      *     RUN COMPUTES IT) IS FULLY COVERED BY ITS COST LAYERS. THE
      *     LAYERS ARE NEVER DRAWN DOWN - ON-HAND IS THE NEWEST UNITS
      *     - SO THE QUANTITY STILL REMAINING IN THEM IS THE LAYER
      *     TOTAL, CAPPED AT ON-HAND, AND IT MUST EQUAL ON-HAND.
      *     LAYERS FOR A PART NO SITE MASTER CARRIES ARE BREAKS TOO
      *   - EACH OPEN-PO LINE'S QUANTITY RECEIVED EQUALS THE RECEIPT
      *     LOG'S QUANTITIES FOR THAT PO / PART / WAREHOUSE
      *   - EACH BACKORDER NAMES A PART ON ITS WAREHOUSE'S MASTER
      *   - EACH DEDUCTION ROW'S SSN IS AN ACTIVE EMPLOYEE ON THE SSN
      *     MASTER
      * ANY BREAK ENDS THE RUN WITH RETURN CODE 8 SO THE DRIVER HOLDS
      * THE POSTING STEPS THAT DEPEND ON IT. READ ONLY - NO LOCK
       FILE-CONTROL.
      * THE THREE WAREHOUSE SITE MASTERS, ONE AT A TIME - READ
      * THROUGH IN PART ORDER FOR THE LAYER CHECK AND BY KEY FOR THE
      * BACKORDER CHECK
           SELECT F01-SITE-FILE
               ASSIGN TO DYNAMIC W31-CURRENT-SITE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-SITE-STATUS.

      * NO LAYER FILE YET MEANS NO PART IS COVERED
           SELECT F02-LAYER-FILE ASSIGN TO 'CostLayers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-LAYER-STATUS.

      * THE LAYERS RE-SORTED INTO THE SITE MASTERS' WAREHOUSE/PART
      * ORDER FOR ONE BALANCED-LINE PASS
           SELECT F03-LAYERSORT-FILE ASSIGN TO 'SweepLayerSort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-LAYERSORT-STATUS.

           SELECT SD-LAYER-FILE ASSIGN TO 'SWEEPWK1.TMP'.

      * OPTIONAL - A SITE THAT HAS NEVER RUN THE PO STEP HAS NOTHING
      * TO PROVE
           SELECT OPTIONAL F04-OPEN-PO-FILE ASSIGN TO 'OpenPo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F04-OPO-KEY
               FILE STATUS IS W23-OPEN-PO-STATUS.

      * NO RECEIPT LOG YET MEANS NOTHING HAS BEEN RECEIVED
           SELECT F05-RECEIPT-LOG ASSIGN TO 'ReceiptLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-RECEIPT-LOG-STATUS.

      * THE RECEIPT LOG RE-SORTED INTO OPEN-PO KEY ORDER
           SELECT F06-RECEIPTSORT-FILE
               ASSIGN TO 'SweepReceiptSort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-RECEIPTSORT-STATUS.

           SELECT SD-RECEIPT-FILE ASSIGN TO 'SWEEPWK2.TMP'.

      * OPTIONAL - NO BACKORDERS OUTSTANDING
           SELECT OPTIONAL F07-BACKORDER-FILE ASSIGN TO 'Backorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-BACKORDER-STATUS.

      * OPTIONAL - A SITE WITH NO DEDUCTIONS
           SELECT OPTIONAL F08-DEDUCT-FILE ASSIGN TO 'DeductMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-DEDUCT-STATUS.

           SELECT F09-SSN-MASTER
               ASSIGN TO DYNAMIC W12-SSN-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F09-EMPLOYEE-SSN
               FILE STATUS IS W28-SSN-MASTER-STATUS.

           SELECT F10-PRINT-FILE ASSIGN TO 'IntegritySweep.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W29-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-SITE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-INVENTORY-RECORD.
       01  F01-INVENTORY-RECORD.
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

       FD  F02-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F02-LAYER-RECORD.
       01  F02-LAYER-RECORD            PIC X(43).

       FD  F03-LAYERSORT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F03-LAYER-RECORD.
       01  F03-LAYER-RECORD.
           05  F03-LAYER-KEY.
               10  F03-LAYER-WAREHOUSE PIC X(4).
               10  F03-LAYER-PART-NAME PIC X(20).
           05  F03-LAYER-DATE          PIC X(8).
           05  F03-LAYER-QUANTITY      PIC 9(5).
           05  F03-LAYER-UNIT-COST     PIC 9999V99.

       SD  SD-LAYER-FILE
           DATA RECORD IS SD-LAYER-RECORD.
       01  SD-LAYER-RECORD.
           05  SD-LAYER-WAREHOUSE      PIC X(4).
           05  SD-LAYER-PART-NAME      PIC X(20).
           05                          PIC X(19).

       FD  F04-OPEN-PO-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F04-OPEN-PO-RECORD.

           COPY OPENPO REPLACING LEADING ==P01== BY ==F04==.

       FD  F05-RECEIPT-LOG
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F05-RECEIPT-LOG-RECORD.
       01  F05-RECEIPT-LOG-RECORD      PIC X(62).

       FD  F06-RECEIPTSORT-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F06-RECEIPT-RECORD.
       01  F06-RECEIPT-RECORD.
           05  F06-LOG-VENDOR          PIC X(6).
           05  F06-LOG-KEY.
               10  F06-LOG-PO-NUMBER   PIC 9(5).
               10  F06-LOG-PART-NAME   PIC X(20).
               10  F06-LOG-WAREHOUSE   PIC X(4).
           05  F06-LOG-QUANTITY        PIC 9(5).
           05  F06-LOG-ORDER-DATE      PIC X(8).
           05  F06-LOG-RECEIPT-DATE    PIC X(8).
           05  F06-LOG-UNIT-COST       PIC 9999V99.

       SD  SD-RECEIPT-FILE
           DATA RECORD IS SD-RECEIPT-RECORD.
       01  SD-RECEIPT-RECORD.
           05                          PIC X(6).
           05  SD-RCT-PO-NUMBER        PIC 9(5).
           05  SD-RCT-PART-NAME        PIC X(20).
           05  SD-RCT-WAREHOUSE        PIC X(4).
           05                          PIC X(27).

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

       FD  F08-DEDUCT-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F08-DEDUCT-RECORD.
       01  F08-DEDUCT-RECORD.
           05  F08-DED-SSN             PIC 9(9).
           05  F08-DED-SSN-X REDEFINES F08-DED-SSN
                                       PIC X(9).
           05  F08-DED-CODE            PIC X(3).
           05                          PIC X(44).

       FD  F09-SSN-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F09-EMPLOYEE-RECORD.

           COPY EMPREC REPLACING LEADING ==F01== BY ==F09==.

       FD  F10-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F10-PRINT-RECORD.
       01  F10-PRINT-RECORD                PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-SITE-STATUS          PIC XX VALUE SPACES.
       01 W21-LAYER-STATUS         PIC XX VALUE SPACES.
       01 W22-LAYERSORT-STATUS     PIC XX VALUE SPACES.
       01 W23-OPEN-PO-STATUS       PIC XX VALUE SPACES.
       01 W24-RECEIPT-LOG-STATUS   PIC XX VALUE SPACES.
       01 W25-RECEIPTSORT-STATUS   PIC XX VALUE SPACES.
       01 W26-BACKORDER-STATUS     PIC XX VALUE SPACES.
       01 W27-DEDUCT-STATUS        PIC XX VALUE SPACES.
       01 W28-SSN-MASTER-STATUS    PIC XX VALUE SPACES.
       01 W29-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-SITES-DONE-SWITCH       PIC X VALUE SPACES.
               88  W01-SITES-DONE                VALUE "T".
           05  W01-SITE-RECORD-SWITCH      PIC X VALUE "N".
               88  W01-SITE-RECORD               VALUE "Y".
           05  W01-LAYER-EOF-SWITCH        PIC X VALUE SPACES.
               88  W01-LAYER-EOF                 VALUE "T".
           05  W01-OPEN-PO-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-OPEN-PO-EOF               VALUE "T".
           05  W01-RECEIPT-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-RECEIPT-EOF               VALUE "T".
           05  W01-BACKORDER-EOF-SWITCH    PIC X VALUE SPACES.
               88  W01-BACKORDER-EOF             VALUE "T".
           05  W01-DEDUCT-EOF-SWITCH       PIC X VALUE SPACES.
               88  W01-DEDUCT-EOF                VALUE "T".
           05  W01-SITE-FOUND-SWITCH       PIC X VALUE "N".
               88  W01-SITE-FOUND                VALUE "Y".
           05  W01-LAYERSORT-OPEN-SWITCH   PIC X VALUE "N".
               88  W01-LAYERSORT-OPEN            VALUE "Y".
           05  W01-RECEIPTSORT-OPEN-SWITCH PIC X VALUE "N".
               88  W01-RECEIPTSORT-OPEN          VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(31) VALUE SPACES.
               10  PIC X(38)
                       VALUE "Nightly Cross-File Integrity Sweep".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(12) VALUE "Check".
               10  PIC X(38) VALUE "Key".
               10  PIC X(10) VALUE "  Expected".
               10  PIC X(10) VALUE "     Found".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(28) VALUE "Break".

       01 W03-DETAIL-LINE.
           05  W03-CHECK-OUT               PIC X(10).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-KEY-OUT                 PIC X(36).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-QUANTITIES.
               10  W03-EXPECTED-OUT        PIC ZZZZZZ9-.
               10                          PIC X(2)  VALUE SPACES.
               10  W03-FOUND-OUT           PIC ZZZZZZ9-.
      * THE BACKORDER AND DEDUCTION BREAKS HAVE NO QUANTITIES
           05  W03-QUANTITIES-X REDEFINES W03-QUANTITIES
                                           PIC X(18).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(30).

       01 W05-MESSAGES.
           05 W05-NEGATIVE-MSG             PIC X(30)
                   VALUE 'On-hand is negative'.
           05 W05-UNCOVERED-MSG            PIC X(30)
                   VALUE 'On-hand not covered by layers'.
           05 W05-ORPHAN-LAYER-MSG         PIC X(30)
                   VALUE 'Layers for part not on master'.
           05 W05-RECEIVED-MSG             PIC X(30)
                   VALUE 'Received not equal to receipts'.
           05 W05-BAD-WAREHOUSE-MSG        PIC X(30)
                   VALUE 'Warehouse unknown'.
           05 W05-NO-PART-MSG              PIC X(30)
                   VALUE 'Part not on site master'.
           05 W05-NO-EMPLOYEE-MSG          PIC X(30)
                   VALUE 'SSN not on employee master'.
           05 W05-INACTIVE-MSG             PIC X(30)
                   VALUE 'Employee not active'.
           05 W05-BREAKS-MSG               PIC X(50)
                   VALUE '** BREAKS FOUND - DEPENDENT POSTINGS HELD'.
           05 W05-CLEAN-MSG                PIC X(50)
                   VALUE 'Every relationship checked agrees'.

      * LAYER CHECK - THE SITE PART AND LAYER GROUP IN HAND, KEYED
      * WAREHOUSE/PART, HIGH-VALUES AT END SO THE BALANCED-LINE
      * COMPARE DRAINS THE OTHER SIDE NATURALLY
       01 W07-LAYER-MATCH.
           05  W07-SITE-KEY.
               10  W07-SITE-WAREHOUSE      PIC X(4).
               10  W07-SITE-PART-NAME      PIC X(20).
           05  W07-LAYER-KEY.
               10  W07-LAYER-WAREHOUSE     PIC X(4).
               10  W07-LAYER-PART-NAME     PIC X(20).
           05  W07-LAYER-TOTAL             PIC 9(7)  VALUE ZERO.
           05  W07-MATCHED-TOTAL           PIC 9(7)  VALUE ZERO.
           05  W07-ON-HAND                 PIC S9(5) VALUE ZERO.

      * RECEIPT CHECK - THE OPEN-PO LINE AND RECEIPT GROUP IN HAND
       01 W08-RECEIPT-MATCH.
           05  W08-PO-KEY                  PIC X(29).
           05  W08-RECEIPT-KEY             PIC X(29).
           05  W08-RECEIPT-TOTAL           PIC 9(7)  VALUE ZERO.
           05  W08-MATCHED-TOTAL           PIC 9(7)  VALUE ZERO.
           05  W08-QTY-RECEIVED            PIC 9(7)  VALUE ZERO.
           05  W08-PO-NUMBER-OUT           PIC 9(5).

       01 W09-RUN-COUNTS.
           05 W09-PARTS-CHECKED    PIC 9(7)    VALUE ZERO.
           05 W09-LAYER-BREAKS     PIC 9(7)    VALUE ZERO.
           05 W09-PO-LINES-CHECKED PIC 9(7)    VALUE ZERO.
           05 W09-PO-BREAKS        PIC 9(7)    VALUE ZERO.
           05 W09-RECEIPTS-NO-LINE PIC 9(7)    VALUE ZERO.
           05 W09-BO-ROWS-CHECKED  PIC 9(7)    VALUE ZERO.
           05 W09-BO-BREAKS        PIC 9(7)    VALUE ZERO.
           05 W09-DED-ROWS-CHECKED PIC 9(7)    VALUE ZERO.
           05 W09-DED-BREAKS       PIC 9(7)    VALUE ZERO.
           05 W09-TOTAL-BREAKS     PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W12-SSN-MASTER-NAME      PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT -
      * IN WAREHOUSE-CODE ORDER, SO READING THE SITES THROUGH ONE
      * AFTER ANOTHER GIVES ONE STREAM IN WAREHOUSE/PART ORDER
       01 W30-WAREHOUSE-TABLE.
           05 W30-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W30-SITE-CODE        PIC X(4).
               10 W30-SITE-FILE        PIC X(20).

       01 W31-CURRENT-SITE-FILE        PIC X(20) VALUE SPACES.

       01 W32-SITE-CONTROLS.
           05 W32-SITE-IDX             PIC 9     VALUE ZERO.
           05 W32-SITE-HIT             PIC 9     VALUE ZERO.
           05 W32-OPEN-SITE-IDX        PIC 9     VALUE ZERO.
           05 W32-SEARCH-CODE          PIC X(4)  VALUE SPACES.
           05 W32-SITE-OPEN-SWITCH     PIC X     VALUE "N".
               88 W32-SITE-OPEN              VALUE "Y".

       PROCEDURE DIVISION.

           MOVE "IntegritySweep" TO ABEND-PROGRAM
           MOVE "IntegritySweep" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-CHECK-COST-LAYERS
           PERFORM 340-CHECK-PO-RECEIPTS
           PERFORM 400-CHECK-BACKORDERS
           PERFORM 440-CHECK-DEDUCTIONS
           PERFORM 480-WRITE-CONCLUSION
           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET,
      * AND LAY OUT THE SITE-FILE TABLE
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST2_INVENTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W11-INVENTORY-FILE-NAME
           END-IF

           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-SSN-MASTER-NAME
           END-IF

           MOVE "WH1"                  TO W30-SITE-CODE(1)
           MOVE W11-INVENTORY-FILE-NAME TO W30-SITE-FILE(1)
           MOVE "WH2"          TO W30-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W30-SITE-FILE(2)
           MOVE "WH3"          TO W30-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W30-SITE-FILE(3)
           .

       100-OPEN-FILES.
           OPEN OUTPUT F10-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "IntegritySweep.out" TO ABEND-FILE-NAME
           MOVE W29-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F10-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F10-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F10-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

      * CHECK 1 - COST LAYERS AGAINST ON-HAND. THE THREE SITE
      * MASTERS, READ THROUGH IN TURN, ARE MATCHED AGAINST THE
      * LAYERS SORTED TO THE SAME WAREHOUSE/PART ORDER
       300-CHECK-COST-LAYERS.
           PERFORM 305-SORT-COST-LAYERS
           PERFORM 318-GATHER-LAYER-GROUP

           MOVE ZERO TO W32-SITE-IDX
           PERFORM 310-NEXT-SITE-PART

           PERFORM 320-MATCH-LAYERS
               UNTIL W07-SITE-KEY = HIGH-VALUES
                 AND W07-LAYER-KEY = HIGH-VALUES

           IF W01-LAYERSORT-OPEN
               CLOSE F03-LAYERSORT-FILE
           END-IF
           .

      * NO LAYER FILE MEANS NO LAYERS, NOT AN ABEND
       305-SORT-COST-LAYERS.
           OPEN INPUT F02-LAYER-FILE
           IF W21-LAYER-STATUS = "00"
               CLOSE F02-LAYER-FILE

               SORT SD-LAYER-FILE
                   ON ASCENDING KEY SD-LAYER-WAREHOUSE
                   ON ASCENDING KEY SD-LAYER-PART-NAME
                   USING F02-LAYER-FILE
                   GIVING F03-LAYERSORT-FILE

               OPEN INPUT F03-LAYERSORT-FILE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "SweepLayerSort.dat" TO ABEND-FILE-NAME
               MOVE W22-LAYERSORT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W01-LAYERSORT-OPEN TO TRUE

               PERFORM 315-READ-LAYER
           ELSE
               IF W21-LAYER-STATUS NOT = "35"
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "CostLayers.dat" TO ABEND-FILE-NAME
                   MOVE W21-LAYER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
               SET W01-LAYER-EOF TO TRUE
           END-IF
           .

      * NEXT PART FROM THE SITE MASTERS, MOVING ON TO THE NEXT SITE
      * AT THE END OF EACH
       310-NEXT-SITE-PART.
           MOVE "N" TO W01-SITE-RECORD-SWITCH
           PERFORM 312-READ-SITE-STEP
               UNTIL W01-SITE-RECORD OR W01-SITES-DONE

           IF W01-SITES-DONE
               MOVE HIGH-VALUES TO W07-SITE-KEY
           ELSE
               MOVE W30-SITE-CODE(W32-SITE-IDX) TO W07-SITE-WAREHOUSE
               MOVE F01-PART-NAME TO W07-SITE-PART-NAME
           END-IF
           .

       312-READ-SITE-STEP.
           IF W32-SITE-OPEN
               READ F01-SITE-FILE NEXT RECORD
                   AT END
                       MOVE "N" TO W32-SITE-OPEN-SWITCH
                   NOT AT END
                       SET W01-SITE-RECORD TO TRUE
               END-READ
               MOVE "READ" TO ABEND-OPERATION
               MOVE W31-CURRENT-SITE-FILE TO ABEND-FILE-NAME
               MOVE W20-SITE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               IF NOT W32-SITE-OPEN
                   CLOSE F01-SITE-FILE
               END-IF
           ELSE
               ADD 1 TO W32-SITE-IDX
               IF W32-SITE-IDX > 3
                   SET W01-SITES-DONE TO TRUE
               ELSE
                   PERFORM 314-OPEN-SITE
               END-IF
           END-IF
           .

      * OPEN THE SITE MASTER AT W32-SITE-IDX
       314-OPEN-SITE.
           MOVE W30-SITE-FILE(W32-SITE-IDX) TO W31-CURRENT-SITE-FILE
           OPEN INPUT F01-SITE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W31-CURRENT-SITE-FILE TO ABEND-FILE-NAME
           MOVE W20-SITE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE W32-SITE-IDX TO W32-OPEN-SITE-IDX
           SET W32-SITE-OPEN TO TRUE
           .

       315-READ-LAYER.
           READ F03-LAYERSORT-FILE
               AT END SET W01-LAYER-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "SweepLayerSort.dat" TO ABEND-FILE-NAME
           MOVE W22-LAYERSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * TOTAL EVERY LAYER FOR THE NEXT WAREHOUSE/PART
       318-GATHER-LAYER-GROUP.
           MOVE ZERO TO W07-LAYER-TOTAL
           IF W01-LAYER-EOF
               MOVE HIGH-VALUES TO W07-LAYER-KEY
           ELSE
               MOVE F03-LAYER-KEY TO W07-LAYER-KEY
               PERFORM 319-ADD-LAYER
                   UNTIL W01-LAYER-EOF
                      OR F03-LAYER-KEY NOT = W07-LAYER-KEY
           END-IF
           .

       319-ADD-LAYER.
           IF F03-LAYER-QUANTITY IS NUMERIC
               ADD F03-LAYER-QUANTITY TO W07-LAYER-TOTAL
           END-IF
           PERFORM 315-READ-LAYER
           .

      * CLASSIC BALANCED-LINE MATCH. A PART WITH NO LAYERS HAS NONE
      * REMAINING; LAYERS FOR A PART NO MASTER CARRIES ARE A BREAK
       320-MATCH-LAYERS.
           EVALUATE TRUE
               WHEN W07-SITE-KEY < W07-LAYER-KEY
                   MOVE ZERO TO W07-MATCHED-TOTAL
                   PERFORM 325-COMPARE-ON-HAND
                   PERFORM 310-NEXT-SITE-PART
               WHEN W07-LAYER-KEY < W07-SITE-KEY
                   MOVE "Layers" TO W03-CHECK-OUT
                   MOVE W07-LAYER-KEY TO W03-KEY-OUT
                   MOVE ZERO TO W03-EXPECTED-OUT
                   MOVE W07-LAYER-TOTAL TO W03-FOUND-OUT
                   MOVE W05-ORPHAN-LAYER-MSG TO W03-REASON-OUT
                   ADD 1 TO W09-LAYER-BREAKS
                   PERFORM 490-WRITE-BREAK
                   PERFORM 318-GATHER-LAYER-GROUP
               WHEN OTHER
                   MOVE W07-LAYER-TOTAL TO W07-MATCHED-TOTAL
                   PERFORM 325-COMPARE-ON-HAND
                   PERFORM 310-NEXT-SITE-PART
                   PERFORM 318-GATHER-LAYER-GROUP
           END-EVALUATE
           .

      * ON-HAND THE WAY THE INVENTORY RUN COMPUTES ITS ENDING
      * QUANTITY. WHAT REMAINS IN THE LAYERS IS THEIR TOTAL CAPPED AT
      * ON-HAND, SO IT FALLS SHORT ONLY WHEN THE LAYERS DO NOT COVER
      * THE STOCK
       325-COMPARE-ON-HAND.
           ADD 1 TO W09-PARTS-CHECKED
           COMPUTE
               W07-ON-HAND = F01-BEGINNING-QUANTITY
                   + F01-INVENTORY-RECEIVED + F01-INVENTORY-RETURNED
                   + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           END-COMPUTE

           IF W07-MATCHED-TOTAL > W07-ON-HAND
                   AND W07-ON-HAND NOT < ZERO
               MOVE W07-ON-HAND TO W07-MATCHED-TOTAL
           END-IF

           IF W07-ON-HAND < ZERO
                   OR W07-MATCHED-TOTAL NOT = W07-ON-HAND
               MOVE "Layers" TO W03-CHECK-OUT
               MOVE W07-SITE-KEY TO W03-KEY-OUT
               MOVE W07-ON-HAND TO W03-EXPECTED-OUT
               MOVE W07-MATCHED-TOTAL TO W03-FOUND-OUT
               IF W07-ON-HAND < ZERO
                   MOVE W05-NEGATIVE-MSG TO W03-REASON-OUT
               ELSE
                   MOVE W05-UNCOVERED-MSG TO W03-REASON-OUT
               END-IF
               ADD 1 TO W09-LAYER-BREAKS
               PERFORM 490-WRITE-BREAK
           END-IF
           .

      * CHECK 2 - OPEN-PO QUANTITY RECEIVED AGAINST THE RECEIPT LOG.
      * THE OPEN POS ARRIVE IN KEY ORDER; THE LOG IS SORTED TO MATCH.
      * RECEIPTS FOR A LINE NO LONGER ON FILE ARE COUNTED, NOT BROKEN
      * - A CLOSED LINE MAY HAVE BEEN PURGED
       340-CHECK-PO-RECEIPTS.
           OPEN INPUT F04-OPEN-PO-FILE
           IF W23-OPEN-PO-STATUS = "05"
               SET W01-OPEN-PO-EOF TO TRUE
               MOVE HIGH-VALUES TO W08-PO-KEY
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "OpenPo.dat" TO ABEND-FILE-NAME
               MOVE W23-OPEN-PO-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               PERFORM 344-READ-OPEN-PO
           END-IF

           PERFORM 342-SORT-RECEIPTS
           PERFORM 348-GATHER-RECEIPT-GROUP

           PERFORM 350-MATCH-RECEIPTS
               UNTIL W08-PO-KEY = HIGH-VALUES
                 AND W08-RECEIPT-KEY = HIGH-VALUES

           CLOSE F04-OPEN-PO-FILE
           IF W01-RECEIPTSORT-OPEN
               CLOSE F06-RECEIPTSORT-FILE
           END-IF
           .

      * NO RECEIPT LOG MEANS NOTHING RECEIVED, NOT AN ABEND
       342-SORT-RECEIPTS.
           OPEN INPUT F05-RECEIPT-LOG
           IF W24-RECEIPT-LOG-STATUS = "00"
               CLOSE F05-RECEIPT-LOG

               SORT SD-RECEIPT-FILE
                   ON ASCENDING KEY SD-RCT-PO-NUMBER
                   ON ASCENDING KEY SD-RCT-PART-NAME
                   ON ASCENDING KEY SD-RCT-WAREHOUSE
                   USING F05-RECEIPT-LOG
                   GIVING F06-RECEIPTSORT-FILE

               OPEN INPUT F06-RECEIPTSORT-FILE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "SweepReceiptSort.dat" TO ABEND-FILE-NAME
               MOVE W25-RECEIPTSORT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W01-RECEIPTSORT-OPEN TO TRUE

               PERFORM 346-READ-RECEIPT
           ELSE
               IF W24-RECEIPT-LOG-STATUS NOT = "35"
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "ReceiptLog.dat" TO ABEND-FILE-NAME
                   MOVE W24-RECEIPT-LOG-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
               SET W01-RECEIPT-EOF TO TRUE
           END-IF
           .

       344-READ-OPEN-PO.
           READ F04-OPEN-PO-FILE
               AT END
                   SET W01-OPEN-PO-EOF TO TRUE
                   MOVE HIGH-VALUES TO W08-PO-KEY
               NOT AT END
                   MOVE F04-OPO-KEY TO W08-PO-KEY
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "OpenPo.dat" TO ABEND-FILE-NAME
           MOVE W23-OPEN-PO-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       346-READ-RECEIPT.
           READ F06-RECEIPTSORT-FILE
               AT END SET W01-RECEIPT-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "SweepReceiptSort.dat" TO ABEND-FILE-NAME
           MOVE W25-RECEIPTSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * TOTAL EVERY RECEIPT FOR THE NEXT PO / PART / WAREHOUSE
       348-GATHER-RECEIPT-GROUP.
           MOVE ZERO TO W08-RECEIPT-TOTAL
           IF W01-RECEIPT-EOF
               MOVE HIGH-VALUES TO W08-RECEIPT-KEY
           ELSE
               MOVE F06-LOG-KEY TO W08-RECEIPT-KEY
               PERFORM 349-ADD-RECEIPT
                   UNTIL W01-RECEIPT-EOF
                      OR F06-LOG-KEY NOT = W08-RECEIPT-KEY
           END-IF
           .

       349-ADD-RECEIPT.
           IF F06-LOG-QUANTITY IS NUMERIC
               ADD F06-LOG-QUANTITY TO W08-RECEIPT-TOTAL
           END-IF
           PERFORM 346-READ-RECEIPT
           .

       350-MATCH-RECEIPTS.
           EVALUATE TRUE
               WHEN W08-PO-KEY < W08-RECEIPT-KEY
                   MOVE ZERO TO W08-MATCHED-TOTAL
                   PERFORM 355-COMPARE-RECEIVED
                   PERFORM 344-READ-OPEN-PO
               WHEN W08-RECEIPT-KEY < W08-PO-KEY
                   ADD 1 TO W09-RECEIPTS-NO-LINE
                   PERFORM 348-GATHER-RECEIPT-GROUP
               WHEN OTHER
                   MOVE W08-RECEIPT-TOTAL TO W08-MATCHED-TOTAL
                   PERFORM 355-COMPARE-RECEIVED
                   PERFORM 344-READ-OPEN-PO
                   PERFORM 348-GATHER-RECEIPT-GROUP
           END-EVALUATE
           .

      * AN UNREADABLE QUANTITY RECEIVED COUNTS AS ZERO, SO IT BREAKS
      * AGAINST ANY RECEIPTS LOGGED
       355-COMPARE-RECEIVED.
           ADD 1 TO W09-PO-LINES-CHECKED
           MOVE ZERO TO W08-QTY-RECEIVED
           IF F04-OPO-QTY-RECEIVED IS NUMERIC
               MOVE F04-OPO-QTY-RECEIVED TO W08-QTY-RECEIVED
           END-IF

           IF W08-QTY-RECEIVED NOT = W08-MATCHED-TOTAL
               MOVE "Receipts" TO W03-CHECK-OUT
               MOVE F04-OPO-PO-NUMBER TO W08-PO-NUMBER-OUT
               MOVE SPACES TO W03-KEY-OUT
               STRING "PO "                DELIMITED BY SIZE
                      W08-PO-NUMBER-OUT    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      F04-OPO-PART-NAME    DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      F04-OPO-WAREHOUSE    DELIMITED BY SIZE
                   INTO W03-KEY-OUT
               END-STRING
               MOVE W08-QTY-RECEIVED TO W03-EXPECTED-OUT
               MOVE W08-MATCHED-TOTAL TO W03-FOUND-OUT
               MOVE W05-RECEIVED-MSG TO W03-REASON-OUT
               ADD 1 TO W09-PO-BREAKS
               PERFORM 490-WRITE-BREAK
           END-IF
           .

      * CHECK 3 - EVERY BACKORDER NAMES A PART ON ITS WAREHOUSE'S
      * SITE MASTER. THE SITE MASTER IN HAND IS SWITCHED ONLY WHEN
      * THE WAREHOUSE CHANGES
       400-CHECK-BACKORDERS.
           OPEN INPUT F07-BACKORDER-FILE
           IF W26-BACKORDER-STATUS = "05"
               SET W01-BACKORDER-EOF TO TRUE
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "Backorders.dat" TO ABEND-FILE-NAME
               MOVE W26-BACKORDER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               PERFORM 405-READ-BACKORDER
           END-IF

           MOVE ZERO TO W32-OPEN-SITE-IDX
           PERFORM 410-CHECK-BACKORDER-ROW
               UNTIL W01-BACKORDER-EOF

           IF W32-SITE-OPEN
               CLOSE F01-SITE-FILE
               MOVE "N" TO W32-SITE-OPEN-SWITCH
           END-IF
           CLOSE F07-BACKORDER-FILE
           .

       405-READ-BACKORDER.
           READ F07-BACKORDER-FILE
               AT END SET W01-BACKORDER-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "Backorders.dat" TO ABEND-FILE-NAME
           MOVE W26-BACKORDER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       410-CHECK-BACKORDER-ROW.
           ADD 1 TO W09-BO-ROWS-CHECKED
           MOVE F07-BO-WAREHOUSE TO W32-SEARCH-CODE
           PERFORM 390-FIND-SITE

           IF NOT W01-SITE-FOUND
               MOVE W05-BAD-WAREHOUSE-MSG TO W03-REASON-OUT
               PERFORM 420-REPORT-BACKORDER
           ELSE
               IF W32-SITE-HIT NOT = W32-OPEN-SITE-IDX
                   PERFORM 415-SWITCH-SITE-MASTER
               END-IF
               MOVE F07-BO-PART-NAME TO F01-PART-NAME
               READ F01-SITE-FILE
                   INVALID KEY
                       MOVE W05-NO-PART-MSG TO W03-REASON-OUT
                       PERFORM 420-REPORT-BACKORDER
               END-READ
           END-IF

           PERFORM 405-READ-BACKORDER
           .

       415-SWITCH-SITE-MASTER.
           IF W32-SITE-OPEN
               CLOSE F01-SITE-FILE
               MOVE "N" TO W32-SITE-OPEN-SWITCH
           END-IF
           MOVE W32-SITE-HIT TO W32-SITE-IDX
           PERFORM 314-OPEN-SITE
           .

       420-REPORT-BACKORDER.
           MOVE "Backorder" TO W03-CHECK-OUT
           MOVE SPACES TO W03-KEY-OUT
           STRING F07-BO-WAREHOUSE     DELIMITED BY SIZE
                  F07-BO-PART-NAME     DELIMITED BY SIZE
                  " Order "            DELIMITED BY SIZE
                  F07-BO-ORDER-NUMBER  DELIMITED BY SIZE
               INTO W03-KEY-OUT
           END-STRING
           MOVE SPACES TO W03-QUANTITIES-X
           ADD 1 TO W09-BO-BREAKS
           PERFORM 490-WRITE-BREAK
           .

      * CHECK 4 - EVERY DEDUCTION ROW BELONGS TO AN ACTIVE EMPLOYEE
      * ON THE SSN MASTER
       440-CHECK-DEDUCTIONS.
           OPEN INPUT F08-DEDUCT-FILE
           IF W27-DEDUCT-STATUS = "05"
               SET W01-DEDUCT-EOF TO TRUE
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "DeductMaster.dat" TO ABEND-FILE-NAME
               MOVE W27-DEDUCT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS

               OPEN INPUT F09-SSN-MASTER
               MOVE W12-SSN-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W28-SSN-MASTER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS

               PERFORM 445-READ-DEDUCTION
               PERFORM 450-CHECK-DEDUCTION-ROW
                   UNTIL W01-DEDUCT-EOF

               CLOSE F09-SSN-MASTER
           END-IF

           CLOSE F08-DEDUCT-FILE
           .

       445-READ-DEDUCTION.
           READ F08-DEDUCT-FILE
               AT END SET W01-DEDUCT-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "DeductMaster.dat" TO ABEND-FILE-NAME
           MOVE W27-DEDUCT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       450-CHECK-DEDUCTION-ROW.
           ADD 1 TO W09-DED-ROWS-CHECKED
           MOVE F08-DED-SSN-X TO F09-EMPLOYEE-SSN-X
           READ F09-SSN-MASTER
               INVALID KEY
                   MOVE W05-NO-EMPLOYEE-MSG TO W03-REASON-OUT
                   PERFORM 460-REPORT-DEDUCTION
               NOT INVALID KEY
                   IF NOT F09-EMP-ACTIVE
                       MOVE W05-INACTIVE-MSG TO W03-REASON-OUT
                       PERFORM 460-REPORT-DEDUCTION
                   END-IF
           END-READ

           PERFORM 445-READ-DEDUCTION
           .

       460-REPORT-DEDUCTION.
           MOVE "Deduction" TO W03-CHECK-OUT
           MOVE F08-DED-SSN-X TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE SPACES TO W03-KEY-OUT
           STRING MASK-ID-OUT          DELIMITED BY SIZE
                  " Code "             DELIMITED BY SIZE
                  F08-DED-CODE         DELIMITED BY SIZE
               INTO W03-KEY-OUT
           END-STRING
           MOVE SPACES TO W03-QUANTITIES-X
           ADD 1 TO W09-DED-BREAKS
           PERFORM 490-WRITE-BREAK
           .

      * ANY BREAK AT ALL HOLDS THE POSTING STEPS BEHIND THE SWEEP
       480-WRITE-CONCLUSION.
           COMPUTE W09-TOTAL-BREAKS = W09-LAYER-BREAKS + W09-PO-BREAKS
               + W09-BO-BREAKS + W09-DED-BREAKS
           IF W09-TOTAL-BREAKS > ZERO
               WRITE F10-PRINT-RECORD FROM W05-BREAKS-MSG
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE F10-PRINT-RECORD FROM W05-CLEAN-MSG
                   AFTER ADVANCING 2 LINES
           END-IF
           .

      * LOOK THE WAREHOUSE CODE UP IN THE SITE TABLE
       390-FIND-SITE.
           MOVE "N" TO W01-SITE-FOUND-SWITCH
           MOVE ZERO TO W32-SITE-HIT
           PERFORM 395-MATCH-SITE-CODE
               VARYING W32-SITE-IDX FROM 1 BY 1
               UNTIL W32-SITE-IDX > 3
           .

       395-MATCH-SITE-CODE.
           IF W30-SITE-CODE(W32-SITE-IDX) = W32-SEARCH-CODE
               MOVE W32-SITE-IDX TO W32-SITE-HIT
               SET W01-SITE-FOUND TO TRUE
           END-IF
           .

       490-WRITE-BREAK.
           WRITE F10-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "IntegritySweep.out" TO ABEND-FILE-NAME
           MOVE W29-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE "Site Parts Checked Against Layers" TO W10-CONTROL-LABEL
           MOVE W09-PARTS-CHECKED TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Layer Breaks" TO W10-CONTROL-LABEL
           MOVE W09-LAYER-BREAKS TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Open PO Lines Checked" TO W10-CONTROL-LABEL
           MOVE W09-PO-LINES-CHECKED TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Open PO Receipt Breaks" TO W10-CONTROL-LABEL
           MOVE W09-PO-BREAKS TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Receipt Groups For Lines Not On File"
               TO W10-CONTROL-LABEL
           MOVE W09-RECEIPTS-NO-LINE TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Backorder Rows Checked" TO W10-CONTROL-LABEL
           MOVE W09-BO-ROWS-CHECKED TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Backorder Breaks" TO W10-CONTROL-LABEL
           MOVE W09-BO-BREAKS TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Deduction Rows Checked" TO W10-CONTROL-LABEL
           MOVE W09-DED-ROWS-CHECKED TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Deduction Breaks" TO W10-CONTROL-LABEL
           MOVE W09-DED-BREAKS TO W10-CONTROL-COUNT
           WRITE F10-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F10-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG - READ IS
      * EVERYTHING CHECKED, REJECTED THE BREAKS
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "IntegritySweep"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           COMPUTE AUDIT-RECORDS-READ =
               W09-PARTS-CHECKED + W09-PO-LINES-CHECKED
                   + W09-BO-ROWS-CHECKED + W09-DED-ROWS-CHECKED
           MOVE ZERO                  TO AUDIT-RECORDS-WRITTEN
           MOVE W09-TOTAL-BREAKS      TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F10-PRINT-FILE
           .
