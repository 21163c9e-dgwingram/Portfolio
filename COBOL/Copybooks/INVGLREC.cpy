      * SHARED INVENTORY LEDGER BATCH FD/RECORD - ONE DEBIT OR
      * CREDIT LINE PER RECORD, IN THE GlPosting.dat LAYOUT (GLPOST)
      * SO THE LEDGER POSTING RUN TAKES IT UNCHANGED - 42 CHARS
       FD  INVENTORY-GL-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS INVENTORY-GL-RECORD.
       01  INVENTORY-GL-RECORD.
           05  IGL-GL-ACCOUNT           PIC X(8).
           05  IGL-GL-DRCR              PIC X.
           05  IGL-GL-AMOUNT            PIC 9(7)V99.
           05  IGL-GL-DESC              PIC X(24).

      * THE RECEIPT COST LAYERS AS RECEIVING APPENDS THEM - FILE
      * ORDER IS FIFO ORDER - 43 CHARS
       FD  IGL-LAYER-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS IGL-LAYER-RECORD.
       01  IGL-LAYER-RECORD.
           05  IGL-LAYER-WAREHOUSE      PIC X(4).
           05  IGL-LAYER-PART-NAME      PIC X(20).
           05  IGL-LAYER-DATE           PIC X(8).
           05  IGL-LAYER-QUANTITY       PIC 9(5).
           05  IGL-LAYER-UNIT-COST      PIC 9999V99.
