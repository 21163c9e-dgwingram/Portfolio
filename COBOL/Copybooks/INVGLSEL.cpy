      * SHARED INVENTORY LEDGER BATCH SELECTS, COPIED INTO EVERY
      * PROGRAM THAT MOVES STOCK VALUE ON THE SITE MASTERS. THE
      * BATCH IS APPENDED TO UNTIL THE LEDGER POSTING RUN TAKES IT
      * (GL_POSTING_FILE=InventoryGl.dat); THE COST LAYERS ARE READ
      * TO COST STOCK LEAVING THE SHELF AT FIFO
           SELECT INVENTORY-GL-FILE ASSIGN TO 'InventoryGl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IGL-BATCH-STATUS.

           SELECT IGL-LAYER-FILE ASSIGN TO 'CostLayers.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IGL-LAYER-STATUS.
