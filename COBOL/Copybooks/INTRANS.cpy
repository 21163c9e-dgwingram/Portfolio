      * IN-TRANSIT COST LAYER (InTransit.dat), ONE PER DONOR LAYER A
      * SHIPPED TRANSFER TOOK, KEYED BY TRANSFER NUMBER / SEQUENCE SO
      * A TRANSFER'S LAYERS READ BACK TOGETHER IN FIFO ORDER. WRITTEN
      * WHEN THE DONOR SHIPS, MARKED RECEIVED WHEN THE DESTINATION
      * POSTS THEM AS ITS OWN LAYERS AT THE SAME UNIT COSTS. STOCK
      * OLDER THAN THE LAYER FILE TRAVELS AT THE DONOR'S RECORD PRICE.
      * COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 65 CHARS
       01  N01-IN-TRANSIT-RECORD.
           05  N01-ITR-KEY.
               10  N01-ITR-XFER-NUMBER     PIC 9(6).
               10  N01-ITR-SEQUENCE        PIC 9(3).
           05  N01-ITR-FROM-WAREHOUSE      PIC X(4).
           05  N01-ITR-TO-WAREHOUSE        PIC X(4).
           05  N01-ITR-PART-NAME           PIC X(20).
           05  N01-ITR-LAYER-DATE          PIC X(8).
           05  N01-ITR-QUANTITY            PIC 9(5).
           05  N01-ITR-UNIT-COST           PIC 9999V99.
           05  N01-ITR-SHIP-DATE           PIC X(8).
           05  N01-ITR-STATUS              PIC X.
               88  N01-ITR-IN-TRANSIT      VALUE "T".
               88  N01-ITR-RECEIVED        VALUE "R".
