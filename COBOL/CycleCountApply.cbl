      * SHARED OPERATOR ABEND REPORT - WHERE A LOCK REFUSAL LANDS
           COPY ABENDSEL.

      * SHARED INVENTORY LEDGER BATCH - EACH APPLIED COUNT MOVES THE
      * FIFO COST OF THE VARIANCE BETWEEN INVENTORY AND SHRINKAGE AT
      * THE COUNTED SITE
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

      * ONE KEYED COUNT PER LINE: SITE, PART, COUNTED QUANTITY, AND
      * THE SUPERVISOR'S APPROVAL FLAG ("A" = APPLY TO THE MASTER)

           COPY ABENDREC.

           COPY INVGLREC.

       WORKING-STORAGE SECTION.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

           COPY SECWS.

           COPY INVGLWS.

       01 W01-EOF-SWITCH               PIC X VALUE SPACES.
           88 W01-END-OF-FILE                VALUE "T".

           05  W05-VAR-UNITS           PIC S9(4) VALUE ZERO.
           05  W05-VAR-DOLLARS         PIC S9(7)V99 VALUE ZERO.
           05  W05-NEW-BEGINNING       PIC S9(4) VALUE ZERO.
           05  W05-BOOK-ON-HAND        PIC S9(4) VALUE ZERO.

       01 W06-FOUND-SWITCH             PIC X VALUE SPACES.
           88 W06-PART-FOUND                 VALUE "Y".
       PROCEDURE DIVISION.

           MOVE "CycleCountApply" TO ABEND-PROGRAM
           MOVE "CycleCountApply" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-INITIALIZE
           PERFORM 110-LOAD-COUNT-ENTRIES
           PERFORM 150-APPLY-WAREHOUSE-COUNTS
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SECPRC.

           COPY SNAPPRC.

           COPY ABENDPRC.

           COPY INVGLPRC.

      * ONLY THE WAREHOUSE MAY POST APPROVED COUNTS TO THE SITE
      * MASTERS - CHECKED BEFORE THE RUN LOCK IS TAKEN
       080-CHECK-OPERATOR-ROLE.
           MOVE "CYCLE COUNT APPROVAL" TO SEC-FUNCTION
           MOVE "W" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP THE WH1 SITE-FILE OVERRIDE FROM THE ENVIRONMENT, IF SET,
      * AND LAY OUT THE SITE-FILE TABLE
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W38-FILE-NAME-OVERRIDE
           ACCEPT W38-FILE-NAME-OVERRIDE
           IF W38-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W38-FILE-NAME-OVERRIDE TO W37-INVENTORY-FILE-NAME
           END-IF

           MOVE "WH1"                  TO W26-SITE-CODE(1)
           MOVE W37-INVENTORY-FILE-NAME TO W26-SITE-FILE(1)
           MOVE "WH2"          TO W26-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W26-SITE-FILE(2)
           MOVE "WH3"          TO W26-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W26-SITE-FILE(3)
           .

      * COPY ASIDE EVERYTHING THIS RUN CHANGES BEFORE ANY OF IT IS
      * OPENED - THE THREE SITE MASTERS AND THE ADJUSTMENT TRAIL AND
      * LEDGER FILES IT APPENDS TO - SO A FAILED RUN CAN BE PUT BACK
      * AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "CountAdjustAudit.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "InventoryGl.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       096-ADD-SITE-SNAPSHOT.
           MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX) TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           .

       100-INITIALIZE.
           ACCEPT W31-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT F03-PRINT-FILE
                EXTEND F04-AUDIT-TRAIL
           PERFORM 960-OPEN-INVENTORY-GL

           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
       310-REPORT-AND-ADJUST.
           COMPUTE W05-BOOK-ENDING =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           COMPUTE W05-VAR-UNITS =
               W32-ENTRY-QUANTITY(W34-ENTRY-SUB) - W05-BOOK-ENDING
           COMPUTE W05-VAR-DOLLARS ROUNDED =
               COMPUTE W05-NEW-BEGINNING =
                   W32-ENTRY-QUANTITY(W34-ENTRY-SUB)
                       - F01-INVENTORY-RECEIVED
                       - F01-INVENTORY-RETURNED
                       - F01-INVENTORY-XFER-IN
                       - F01-INVENTORY-ASSEMBLED
                       + F01-INVENTORY-SHIPPED
                       + F01-INVENTORY-XFER-OUT
                       + F01-INVENTORY-CONSUMED
      * A COUNT BELOW THE PERIOD'S NET RECEIPTS AND RETURNS CANNOT BE
      * RESTATED THROUGH THE BEGINNING QUANTITY (THE ENDING WOULD
      * STILL NOT EQUAL THE COUNT), AND ONE THE 3-DIGIT FIELD CAN'T
      * HOLD IS ALMOST CERTAINLY A KEYING ERROR - REJECT BOTH FOR THE
      * SUPERVISOR RATHER THAN REWRITE A MASTER THAT STAYS WRONG
               IF W05-NEW-BEGINNING < ZERO
                   MOVE "NEG" TO W03-APPLIED-OUT
           WRITE F03-PRINT-RECORD FROM W03-DETAIL-LINE
           .

      * RESTATE BEGINNING SO THE BOOK ENDING (BEGIN PLUS THE PERIOD'S
      * MOVEMENTS) = COUNTED, AND LEAVE A TRAIL RECORD OF WHAT CHANGED
       320-APPLY-ADJUSTMENT.
           MOVE W31-RUN-DATE TO F04-ADJ-DATE
           MOVE W28-CURRENT-WAREHOUSE-CODE TO F04-ADJ-WAREHOUSE
           MOVE SPACES TO F04-AUDIT-RECORD(45:4)
           WRITE F04-AUDIT-RECORD

           PERFORM 325-WRITE-SHRINK-ENTRY

           MOVE W05-NEW-BEGINNING TO F01-BEGINNING-QUANTITY
           REWRITE F01-INVENTORY-RECORD
           ADD 1 TO W36-RECORDS-WRITTEN
           .

      * THE VARIANCE IS COSTED AT FIFO BETWEEN THE BOOK ON-HAND AND
      * THE COUNT - A GAIN DEBITS INVENTORY AND CREDITS SHRINKAGE,
      * A LOSS THE REVERSE
       325-WRITE-SHRINK-ENTRY.
           MOVE W05-BOOK-ENDING TO W05-BOOK-ON-HAND
           IF W05-BOOK-ON-HAND < ZERO
               MOVE ZERO TO W05-BOOK-ON-HAND
           END-IF
           MOVE W28-CURRENT-WAREHOUSE-CODE TO IGL-WAREHOUSE
           MOVE F01-PART-NAME TO IGL-PART-NAME
           MOVE F01-INVENTORY-PRICE TO IGL-RECORD-PRICE
           IF W32-ENTRY-QUANTITY(W34-ENTRY-SUB) > W05-BOOK-ON-HAND
               MOVE W05-BOOK-ON-HAND TO IGL-LOW-ON-HAND
               MOVE W32-ENTRY-QUANTITY(W34-ENTRY-SUB)
                   TO IGL-HIGH-ON-HAND
               MOVE IGL-INVENTORY-BASE TO IGL-DEBIT-BASE
               MOVE IGL-SHRINK-BASE TO IGL-CREDIT-BASE
           ELSE
               MOVE W32-ENTRY-QUANTITY(W34-ENTRY-SUB)
                   TO IGL-LOW-ON-HAND
               MOVE W05-BOOK-ON-HAND TO IGL-HIGH-ON-HAND
               MOVE IGL-SHRINK-BASE TO IGL-DEBIT-BASE
               MOVE IGL-INVENTORY-BASE TO IGL-CREDIT-BASE
           END-IF
           PERFORM 964-COST-ON-HAND-CHANGE

           MOVE "COUNT ADJUST" TO IGL-ENTRY-DESC
           MOVE W31-RUN-DATE TO IGL-ENTRY-DESC(14:8)
           PERFORM 962-WRITE-INVENTORY-ENTRY
           .

      * A COUNT KEYED FOR NO KNOWN SITE WOULD OTHERWISE VANISH
      * WITHOUT A TRACE - LIST IT AS A REJECT SO THE OPERATOR SEES
      * THE TYPO INSTEAD OF ASSUMING THE COUNT WAS TAKEN
       600-CLOSE-FILES.
           CLOSE F03-PRINT-FILE
                 F04-AUDIT-TRAIL
           PERFORM 968-CLOSE-INVENTORY-GL
           .
