      * INTER-WAREHOUSE TRANSFER ORDER (TransferOrders.dat), ONE PER
      * TRANSFER, KEYED BY TRANSFER NUMBER. RAISED OPEN BY THE
      * TRANSFER-ORDER RUN FROM AN APPROVED RECOMMENDATION OR A KEYED
      * REQUEST, MARKED IN TRANSIT WHEN THE DONOR SITE SHIPS IT AND
      * RECEIVED WHEN THE DESTINATION POSTS IT. SHIP VALUE IS THE FIFO
      * COST THAT LEFT THE DONOR. COPY WITH REPLACING LEADING TO SUIT
      * EACH PROGRAM'S FILE PREFIX - 74 CHARS
       01  T01-TRANSFER-RECORD.
           05  T01-XFR-NUMBER              PIC 9(6).
           05  T01-XFR-PART-NAME           PIC X(20).
           05  T01-XFR-FROM-WAREHOUSE      PIC X(4).
           05  T01-XFR-TO-WAREHOUSE        PIC X(4).
           05  T01-XFR-QUANTITY            PIC 9(5).
           05  T01-XFR-SOURCE              PIC X.
               88  T01-XFR-RECOMMENDED     VALUE "R".
               88  T01-XFR-KEYED           VALUE "K".
           05  T01-XFR-ORDER-DATE          PIC X(8).
           05  T01-XFR-SHIP-DATE           PIC X(8).
           05  T01-XFR-RECEIVE-DATE        PIC X(8).
           05  T01-XFR-SHIP-VALUE          PIC 9(7)V99.
           05  T01-XFR-STATUS              PIC X.
               88  T01-XFR-OPEN            VALUE "O".
               88  T01-XFR-IN-TRANSIT      VALUE "T".
               88  T01-XFR-RECEIVED        VALUE "R".
