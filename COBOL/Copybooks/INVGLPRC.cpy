      * SHARED INVENTORY LEDGER ENTRIES, COPIED INTO THE PROCEDURE
      * DIVISION OF EACH PROGRAM THAT MOVES STOCK VALUE (NEEDS
      * ABEND-PROGRAM AND 905 FROM THE ABEND COPYBOOKS). 960 IS
      * PERFORMED AT STARTUP AND 968 AT CLOSE. 964 COSTS A CHANGE
      * IN A PART'S ON-HAND AT FIFO, AND 962 WRITES THE BALANCED
      * DEBIT/CREDIT PAIR FOR ONE ENTRY
       960-OPEN-INVENTORY-GL.
           OPEN EXTEND INVENTORY-GL-FILE
           IF IGL-BATCH-STATUS = "35"
               OPEN OUTPUT INVENTORY-GL-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "InventoryGl.dat" TO ABEND-FILE-NAME
           MOVE IGL-BATCH-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * DEBIT AND CREDIT THE SAME AMOUNT TO THE TWO BASES AT THE
      * ENTRY'S WAREHOUSE (THE CREDIT AT THE CREDIT WAREHOUSE WHEN
      * ONE IS GIVEN) - A ZERO AMOUNT WRITES NOTHING
       962-WRITE-INVENTORY-ENTRY.
           IF IGL-ENTRY-AMOUNT > ZERO
               MOVE IGL-WAREHOUSE TO IGL-ACCOUNT-WAREHOUSE
               MOVE IGL-DEBIT-BASE TO IGL-ACCOUNT-BASE
               MOVE IGL-ACCOUNT TO IGL-GL-ACCOUNT
               MOVE "D" TO IGL-GL-DRCR
               MOVE IGL-ENTRY-AMOUNT TO IGL-GL-AMOUNT
               MOVE IGL-ENTRY-DESC TO IGL-GL-DESC
               PERFORM 963-WRITE-BATCH-LINE

               MOVE IGL-CREDIT-BASE TO IGL-ACCOUNT-BASE
               IF IGL-CREDIT-WAREHOUSE NOT = SPACES
                   MOVE IGL-CREDIT-WAREHOUSE TO IGL-ACCOUNT-WAREHOUSE
               END-IF
               MOVE IGL-ACCOUNT TO IGL-GL-ACCOUNT
               MOVE "C" TO IGL-GL-DRCR
               PERFORM 963-WRITE-BATCH-LINE
           END-IF
           .

       963-WRITE-BATCH-LINE.
           WRITE INVENTORY-GL-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InventoryGl.dat" TO ABEND-FILE-NAME
           MOVE IGL-BATCH-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO IGL-LINES-WRITTEN
           .

      * THE INVENTORY RUN VALUES A PART'S ON-HAND AS THE NEWEST
      * UNITS IN ITS COST LAYERS, WITH ANY STOCK OLDER THAN THE
      * LAYER FILE AT THE RECORD PRICE. NUMBERING THE LAYERED UNITS
      * 1 (OLDEST) TO THE LAYER TOTAL, AN ON-HAND OF N IS THE UNITS
      * ABOVE TOTAL - N - SO A MOVE BETWEEN ON-HANDS LOW AND HIGH IS
      * WORTH EXACTLY UNITS TOTAL-HIGH+1 THROUGH TOTAL-LOW, AND THE
      * LEDGER MOVES BY THE SAME AMOUNT THE VALUATION DOES. UNITS
      * NUMBERED ZERO OR BELOW ARE THE OLDER STOCK
       964-COST-ON-HAND-CHANGE.
           MOVE ZERO TO IGL-COST-VALUE
           IF IGL-HIGH-ON-HAND > IGL-LOW-ON-HAND
               MOVE ZERO TO IGL-LAYER-TOTAL
               PERFORM 965-OPEN-LAYER-FILE
               PERFORM 966-ADD-LAYER-TOTAL
                   UNTIL IGL-LAYER-EOF
               IF IGL-LAYER-STATUS NOT = "35"
                   CLOSE IGL-LAYER-FILE
               END-IF

               COMPUTE IGL-WINDOW-LOW =
                   IGL-LAYER-TOTAL - IGL-HIGH-ON-HAND + 1
               COMPUTE IGL-WINDOW-HIGH =
                   IGL-LAYER-TOTAL - IGL-LOW-ON-HAND

               IF IGL-WINDOW-LOW < 1
                   IF IGL-WINDOW-HIGH < 0
                       MOVE IGL-WINDOW-HIGH TO IGL-OVERLAP-HIGH
                   ELSE
                       MOVE ZERO TO IGL-OVERLAP-HIGH
                   END-IF
                   COMPUTE IGL-OVERLAP-UNITS =
                       IGL-OVERLAP-HIGH - IGL-WINDOW-LOW + 1
                   COMPUTE IGL-COST-VALUE ROUNDED =
                       IGL-OVERLAP-UNITS * IGL-RECORD-PRICE
               END-IF

               IF IGL-WINDOW-HIGH > 0
                   MOVE ZERO TO IGL-LAYER-START
                   PERFORM 965-OPEN-LAYER-FILE
                   PERFORM 967-COST-ONE-LAYER
                       UNTIL IGL-LAYER-EOF
                   IF IGL-LAYER-STATUS NOT = "35"
                       CLOSE IGL-LAYER-FILE
                   END-IF
               END-IF
           END-IF
           MOVE IGL-COST-VALUE TO IGL-ENTRY-AMOUNT
           .

      * NO LAYER FILE YET MEANS EVERY UNIT IS AT THE RECORD PRICE
       965-OPEN-LAYER-FILE.
           MOVE SPACES TO IGL-LAYER-EOF-SWITCH
           OPEN INPUT IGL-LAYER-FILE
           IF IGL-LAYER-STATUS = "35"
               SET IGL-LAYER-EOF TO TRUE
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "CostLayers.dat" TO ABEND-FILE-NAME
               MOVE IGL-LAYER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       966-ADD-LAYER-TOTAL.
           READ IGL-LAYER-FILE
               AT END
                   SET IGL-LAYER-EOF TO TRUE
               NOT AT END
                   IF IGL-LAYER-WAREHOUSE = IGL-WAREHOUSE
                           AND IGL-LAYER-PART-NAME = IGL-PART-NAME
                           AND IGL-LAYER-QUANTITY IS NUMERIC
                       ADD IGL-LAYER-QUANTITY TO IGL-LAYER-TOTAL
                   END-IF
           END-READ
           .

      * EACH LAYER HOLDS UNITS LAYER-START+1 THROUGH LAYER-END -
      * ONLY THE PART INSIDE THE WINDOW IS COSTED
       967-COST-ONE-LAYER.
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
                           COMPUTE IGL-OVERLAP-UNITS =
                               IGL-OVERLAP-HIGH - IGL-OVERLAP-LOW + 1
                           COMPUTE IGL-COST-VALUE ROUNDED =
                               IGL-COST-VALUE + IGL-OVERLAP-UNITS
                                   * IGL-LAYER-UNIT-COST
                       END-IF
                       MOVE IGL-LAYER-END TO IGL-LAYER-START
                   END-IF
           END-READ
           .

       968-CLOSE-INVENTORY-GL.
           CLOSE INVENTORY-GL-FILE
           .
