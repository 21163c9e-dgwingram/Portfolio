      * EACH PRE-CLOSE RECORD IS ARCHIVED TO A DATED SNAPSHOT FILE,
      * THEN ENDING QUANTITY (COMPUTED THE WAY THE INVENTORY RUN
      * COMPUTES IT) BECOMES NEXT PERIOD'S BEGINNING QUANTITY AND THE
      * RECEIVED/SHIPPED/RETURNED/TRANSFER/ASSEMBLY ACTIVITY IS
      * ZEROED
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
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

       FD F02-ARCHIVE-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F02-ARCHIVE-RECORD.

       01 F02-ARCHIVE-RECORD           PIC X(50).

       FD F03-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

       01 W01-DATA-REMAINS-SWITCH      PIC X(2)  VALUE SPACES.
           MOVE "InventoryClose" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-INITIALIZE
           PERFORM 150-CLOSE-WAREHOUSES
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           PERFORM 420-WRITE-AUDIT-LOG
           PERFORM 500-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

      * PICK UP THE WH1 SITE-FILE OVERRIDE FROM THE ENVIRONMENT, IF SET,
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

      * COPY THE THREE SITE MASTERS ASIDE BEFORE ANY IS OPENED, SO A
      * CLOSE THAT DIES PART WAY THROUGH CAN BE PUT BACK AND RERUN
      * FROM THE TOP WITHOUT ROLLING A SITE TWICE (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "S" TO SNAP-ADD-KIND
           PERFORM 096-ADD-SITE-SNAPSHOT
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       096-ADD-SITE-SNAPSHOT.
           MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX) TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           .

      * SET UP THE CLOSE-DATE STAMP AND THE CLOSE REPORT
       100-INITIALIZE.
           ACCEPT W31-CLOSE-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT F03-PRINT-FILE

           COMPUTE
               W06-ENDING-AMOUNT = F01-BEGINNING-QUANTITY
                   + F01-INVENTORY-RECEIVED + F01-INVENTORY-RETURNED
                   + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           END-COMPUTE

           IF W06-ENDING-AMOUNT < ZERO
           END-IF
           MOVE ZERO TO F01-INVENTORY-RECEIVED
           MOVE ZERO TO F01-INVENTORY-SHIPPED
           MOVE ZERO TO F01-INVENTORY-RETURNED
           MOVE ZERO TO F01-INVENTORY-XFER-IN
           MOVE ZERO TO F01-INVENTORY-XFER-OUT
           MOVE ZERO TO F01-INVENTORY-ASSEMBLED
           MOVE ZERO TO F01-INVENTORY-CONSUMED

           REWRITE F01-INVENTORY-RECORD
           ADD 1 TO W32-RECORDS-CLOSED
