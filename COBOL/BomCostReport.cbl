       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomCostReport.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * COSTED BILL OF MATERIALS. EVERY ASSEMBLED PART ON THE BILL
      * IS COSTED AT ONE SITE (BOM_COST_WAREHOUSE, WH1 UNLESS SET)
      * THE WAY AN ASSEMBLY WORK ORDER WOULD COST IT TODAY - EACH
      * COMPONENT AT THE FIFO LAYER COST OF THE NEXT UNITS THAT SITE
      * WOULD CONSUME, ANY SHORTFALL AT THE COMPONENT'S RECORD
      * PRICE - AND THE COMPONENTS ROLLED UP TO ONE UNIT OF THE
      * PARENT. A COMPONENT THE SITE DOES NOT CARRY IS FLAGGED AND
      * LEAVES ITS PARENT'S COST UNDERSTATED. READ ONLY - NO LOCK
      * IS TAKEN
       FILE-CONTROL.
      * OPTIONAL - NO BILL YET IS AN EMPTY REPORT. READ IN KEY
      * ORDER, SO EACH PARENT'S COMPONENTS COME TOGETHER
           SELECT OPTIONAL F01-BOM-MASTER
               ASSIGN TO DYNAMIC W11-BOM-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-BOM-KEY
               FILE STATUS IS W20-BOM-STATUS.

           SELECT F02-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F02-PART-NAME
               FILE STATUS IS W21-INVENTORY-STATUS.

           SELECT F03-PRINT-FILE ASSIGN TO 'BomCost.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED INVENTORY LEDGER COSTING - ONLY THE COST LAYERS ARE
      * READ; NO LEDGER ENTRY IS WRITTEN
           COPY INVGLSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-BOM-MASTER
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F01-BOM-RECORD.

           COPY BOMREC REPLACING LEADING ==T01== BY ==F01==.

       FD F02-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F02-INVENTORY-RECORD.

       01 F02-INVENTORY-RECORD.
           05  F02-PART-NAME           PIC X(20).
           05  F02-BEGINNING-QUANTITY  PIC 9(3).
           05  F02-INVENTORY-RECEIVED  PIC 9(3).
           05  F02-INVENTORY-SHIPPED   PIC 9(3).
           05  F02-INVENTORY-PRICE     PIC 9999V99.
           05  F02-INVENTORY-RETURNED  PIC 9(3).
           05  F02-INVENTORY-XFER-IN   PIC 9(3).
           05  F02-INVENTORY-XFER-OUT  PIC 9(3).
           05  F02-INVENTORY-ASSEMBLED PIC 9(3).
           05  F02-INVENTORY-CONSUMED  PIC 9(3).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD            PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY INVGLREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY INVGLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-BOM-STATUS           PIC XX VALUE SPACES.
       01 W21-INVENTORY-STATUS     PIC XX VALUE SPACES.
       01 W22-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".
           05  W01-FIRST-PARENT-SWITCH     PIC X VALUE "Y".
               88  W01-FIRST-PARENT              VALUE "Y".
           05  W01-INCOMPLETE-SWITCH       PIC X VALUE "N".
               88  W01-PARENT-INCOMPLETE         VALUE "Y".
           05  W01-SITE-KNOWN-SWITCH       PIC X VALUE "N".
               88  W01-SITE-KNOWN                VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(24) VALUE "Costed Bill Of Materials".
           05  W02-SITE-LINE.
               10  PIC X(15) VALUE "Costed At Site ".
               10  W02-SITE-OUT            PIC X(4).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(9)  VALUE "Component".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(3)  VALUE "Per".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "OnHand".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Unit Cost".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(14) VALUE "     Extension".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Note".

       01 W03-PARENT-LINE.
           05                              PIC X(8)  VALUE "Parent: ".
           05  W03-PARENT-OUT              PIC X(20).
           05                              PIC X(4)  VALUE SPACES.
           05  W03-PRICE-LABEL             PIC X(14).
           05  W03-PRICE-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PARENT-NOTE             PIC X(30).
           05                              PIC X(13) VALUE SPACES.

       01 W04-COMPONENT-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-COMPONENT-OUT           PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-QTY-PER-OUT             PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-ON-HAND-OUT             PIC -ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-UNIT-COST-OUT           PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-EXTENSION-OUT           PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-NOTE-OUT                PIC X(30).
           05                              PIC X(4)  VALUE SPACES.

      * THE ROLLED-UP COST LINES UP UNDER THE EXTENSIONS
       01 W05-TOTAL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  W05-TOTAL-LABEL             PIC X(46)
                   VALUE "Rolled-Up Cost Per Unit".
           05  W05-TOTAL-OUT               PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W05-TOTAL-NOTE              PIC X(30).
           05                              PIC X(4)  VALUE SPACES.

       01 W06-REFUSAL-LINE.
           05  PIC X(20) VALUE "** REPORT REFUSED - ".
           05  W06-REFUSAL-REASON          PIC X(45).

       01 W07-MESSAGES.
           05 W07-BAD-SITE-MSG             PIC X(45)
                   VALUE 'Costing warehouse unknown'.
           05 W07-MISSING-NOTE             PIC X(30)
                   VALUE '*** Not on site master'.
           05 W07-SHORT-NOTE               PIC X(30)
                   VALUE 'Short - part at record price'.
           05 W07-INCOMPLETE-NOTE          PIC X(30)
                   VALUE '*** Understated - see above'.
           05 W07-MASTER-PRICE-LABEL       PIC X(14)
                   VALUE 'Record Price: '.

      * ONE COMPONENT'S COSTING - THE NEXT QTY-PER UNITS OUT OF
      * ON-HAND, OLDEST FIRST
       01 W08-COST-WORK.
           05  W08-ON-HAND                 PIC S9(5)   VALUE ZERO.
           05  W08-SHORTFALL               PIC 9(5)    VALUE ZERO.
           05  W08-EXTENSION               PIC 9(7)V99 VALUE ZERO.
           05  W08-UNIT-COST               PIC 9(5)V99 VALUE ZERO.
           05  W08-PARENT-COST             PIC 9(9)V99 VALUE ZERO.
           05  W08-CURRENT-PARENT          PIC X(20)   VALUE SPACES.

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W26-WAREHOUSE-TABLE.
           05 W26-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W26-SITE-CODE        PIC X(4).
               10 W26-SITE-FILE        PIC X(20).

       01 W27-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-CURRENT-WAREHOUSE-CODE   PIC X(4)  VALUE "WH1".

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * READ/COSTED/FLAGGED COUNTS FOR THE AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-ROWS-READ        PIC 9(7)    VALUE ZERO.
           05 W30-PARENTS-COSTED   PIC 9(7)    VALUE ZERO.
           05 W30-COMPONENTS-SHORT PIC 9(7)    VALUE ZERO.
           05 W30-COMPONENTS-MISSING PIC 9(7)  VALUE ZERO.

       01 W31-CONTROL-LINE.
           05  W31-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W31-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-BOM-MASTER-NAME      PIC X(20)   VALUE "BomMaster.dat".
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "BomCostReport" TO ABEND-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F03-PRINT-RECORD FROM W06-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 110-READ-BOM
               PERFORM 300-COST-COMPONENT
                   UNTIL W01-END-OF-FILE
               IF NOT W01-FIRST-PARENT
                   PERFORM 450-WRITE-PARENT-TOTAL
               END-IF
               IF W30-COMPONENTS-MISSING > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY INVGLPRC.

      * PICK UP FILE-NAME OVERRIDES AND THE COSTING SITE FROM THE
      * ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BOM_MASTER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-BOM-MASTER-NAME
           END-IF

           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST2_INVENTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W34-INVENTORY-FILE-NAME
           END-IF

           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BOM_COST_WAREHOUSE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE
                   TO W28-CURRENT-WAREHOUSE-CODE
           END-IF
           .

       100-OPEN-FILES.
           MOVE "WH1"                  TO W26-SITE-CODE(1)
           MOVE W34-INVENTORY-FILE-NAME TO W26-SITE-FILE(1)
           MOVE "WH2"          TO W26-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W26-SITE-FILE(2)
           MOVE "WH3"          TO W26-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W26-SITE-FILE(3)

           OPEN OUTPUT F03-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "BomCost.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 306-MATCH-SITE-CODE
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           IF W01-SITE-KNOWN
               OPEN INPUT F02-INVENTORY-FILE
               MOVE W29-CURRENT-WAREHOUSE-FILE TO ABEND-FILE-NAME
               MOVE W21-INVENTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           ELSE
               SET W01-RUN-REFUSED TO TRUE
               MOVE W07-BAD-SITE-MSG TO W06-REFUSAL-REASON
           END-IF

           OPEN INPUT F01-BOM-MASTER
           IF W20-BOM-STATUS NOT = "05"
               MOVE W11-BOM-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W20-BOM-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       306-MATCH-SITE-CODE.
           IF W26-SITE-CODE(W27-WAREHOUSE-IDX)
                   = W28-CURRENT-WAREHOUSE-CODE
               MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX)
                   TO W29-CURRENT-WAREHOUSE-FILE
               SET W01-SITE-KNOWN TO TRUE
           END-IF
           .

       200-WRITE-HEADINGS.
           MOVE W28-CURRENT-WAREHOUSE-CODE TO W02-SITE-OUT

           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F03-PRINT-RECORD FROM W02-SITE-LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

       110-READ-BOM.
           READ F01-BOM-MASTER NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * A NEW PARENT CLOSES OFF THE LAST ONE'S ROLL-UP AND STARTS
      * ITS OWN, THEN EACH ROW COSTS ONE COMPONENT INTO IT
       300-COST-COMPONENT.
           ADD 1 TO W30-ROWS-READ
           IF F01-BOM-PARENT NOT = W08-CURRENT-PARENT
                   OR W01-FIRST-PARENT
               IF NOT W01-FIRST-PARENT
                   PERFORM 450-WRITE-PARENT-TOTAL
               END-IF
               PERFORM 400-START-PARENT
           END-IF

           MOVE SPACES TO W04-NOTE-OUT
           MOVE ZERO TO W08-EXTENSION
           MOVE ZERO TO W08-UNIT-COST
           MOVE ZERO TO W08-ON-HAND

           MOVE F01-BOM-COMPONENT TO F02-PART-NAME
           READ F02-INVENTORY-FILE
               INVALID KEY
                   MOVE W07-MISSING-NOTE TO W04-NOTE-OUT
                   SET W01-PARENT-INCOMPLETE TO TRUE
                   ADD 1 TO W30-COMPONENTS-MISSING
               NOT INVALID KEY
                   PERFORM 310-COST-NEXT-UNITS
           END-READ

           ADD W08-EXTENSION TO W08-PARENT-COST
           IF F01-BOM-QTY-PER NUMERIC AND F01-BOM-QTY-PER > ZERO
               DIVIDE W08-EXTENSION BY F01-BOM-QTY-PER
                   GIVING W08-UNIT-COST ROUNDED
           END-IF

           MOVE F01-BOM-COMPONENT TO W04-COMPONENT-OUT
           MOVE F01-BOM-QTY-PER TO W04-QTY-PER-OUT
           MOVE W08-ON-HAND TO W04-ON-HAND-OUT
           MOVE W08-UNIT-COST TO W04-UNIT-COST-OUT
           MOVE W08-EXTENSION TO W04-EXTENSION-OUT
           PERFORM 380-WRITE-PRINT-LINE

           PERFORM 110-READ-BOM
           .

      * THE UNITS AN ASSEMBLY WOULD TAKE NEXT ARE THE OLDEST ON-HAND,
      * COSTED THROUGH THE SAME ROUTINE A WORK ORDER USES (964); ANY
      * UNITS BEYOND WHAT THE SITE HOLDS ARE AT THE RECORD PRICE
       310-COST-NEXT-UNITS.
           COMPUTE W08-ON-HAND =
               F02-BEGINNING-QUANTITY + F02-INVENTORY-RECEIVED
                   + F02-INVENTORY-RETURNED + F02-INVENTORY-XFER-IN
                   + F02-INVENTORY-ASSEMBLED
                   - F02-INVENTORY-SHIPPED - F02-INVENTORY-XFER-OUT
                   - F02-INVENTORY-CONSUMED

           MOVE ZERO TO W08-SHORTFALL
           MOVE W08-ON-HAND TO IGL-HIGH-ON-HAND
           IF IGL-HIGH-ON-HAND < ZERO
               MOVE ZERO TO IGL-HIGH-ON-HAND
           END-IF
           IF F01-BOM-QTY-PER > IGL-HIGH-ON-HAND
               COMPUTE W08-SHORTFALL =
                   F01-BOM-QTY-PER - IGL-HIGH-ON-HAND
               MOVE ZERO TO IGL-LOW-ON-HAND
           ELSE
               COMPUTE IGL-LOW-ON-HAND =
                   IGL-HIGH-ON-HAND - F01-BOM-QTY-PER
           END-IF

           MOVE W28-CURRENT-WAREHOUSE-CODE TO IGL-WAREHOUSE
           MOVE F02-PART-NAME TO IGL-PART-NAME
           MOVE F02-INVENTORY-PRICE TO IGL-RECORD-PRICE
           PERFORM 964-COST-ON-HAND-CHANGE
           MOVE IGL-ENTRY-AMOUNT TO W08-EXTENSION

           IF W08-SHORTFALL > ZERO
               COMPUTE W08-EXTENSION = W08-EXTENSION
                   + W08-SHORTFALL * F02-INVENTORY-PRICE
               MOVE W07-SHORT-NOTE TO W04-NOTE-OUT
               ADD 1 TO W30-COMPONENTS-SHORT
           END-IF
           .

      * THE PARENT'S OWN RECORD PRICE IS SHOWN BESIDE IT FOR
      * COMPARISON WITH THE ROLLED-UP COST
       400-START-PARENT.
           MOVE "N" TO W01-FIRST-PARENT-SWITCH
           MOVE "N" TO W01-INCOMPLETE-SWITCH
           MOVE F01-BOM-PARENT TO W08-CURRENT-PARENT
           MOVE ZERO TO W08-PARENT-COST
           ADD 1 TO W30-PARENTS-COSTED

           MOVE F01-BOM-PARENT TO W03-PARENT-OUT
           MOVE SPACES TO W03-PARENT-NOTE
           MOVE SPACES TO W03-PRICE-LABEL
           MOVE ZERO TO W03-PRICE-OUT
           MOVE F01-BOM-PARENT TO F02-PART-NAME
           READ F02-INVENTORY-FILE
               INVALID KEY
                   MOVE W07-MISSING-NOTE TO W03-PARENT-NOTE
               NOT INVALID KEY
                   MOVE W07-MASTER-PRICE-LABEL TO W03-PRICE-LABEL
                   MOVE F02-INVENTORY-PRICE TO W03-PRICE-OUT
           END-READ

           WRITE F03-PRINT-RECORD FROM W03-PARENT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BomCost.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       450-WRITE-PARENT-TOTAL.
           MOVE W08-PARENT-COST TO W05-TOTAL-OUT
           MOVE SPACES TO W05-TOTAL-NOTE
           IF W01-PARENT-INCOMPLETE
               MOVE W07-INCOMPLETE-NOTE TO W05-TOTAL-NOTE
           END-IF
           WRITE F03-PRINT-RECORD FROM W05-TOTAL-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BomCost.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       380-WRITE-PRINT-LINE.
           WRITE F03-PRINT-RECORD FROM W04-COMPONENT-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "BomCost.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE "Bill Rows Read" TO W31-CONTROL-LABEL
           MOVE W30-ROWS-READ TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Parent Parts Costed" TO W31-CONTROL-LABEL
           MOVE W30-PARENTS-COSTED TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Components Partly At Record Price" TO W31-CONTROL-LABEL
           MOVE W30-COMPONENTS-SHORT TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Components Not On Site Master" TO W31-CONTROL-LABEL
           MOVE W30-COMPONENTS-MISSING TO W31-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "BomCostReport"       TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-ROWS-READ         TO AUDIT-RECORDS-READ
           MOVE W30-PARENTS-COSTED    TO AUDIT-RECORDS-WRITTEN
           MOVE W30-COMPONENTS-MISSING TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF W01-SITE-KNOWN
               CLOSE F02-INVENTORY-FILE
           END-IF
           CLOSE F01-BOM-MASTER
                 F03-PRINT-FILE
           .
