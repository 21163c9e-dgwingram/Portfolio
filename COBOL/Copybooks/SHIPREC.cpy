      * SHIPPED-BUT-NOT-YET-INVOICED LINE (Shipments.dat), APPENDED
      * BY THE SHIPMENT RUN AND BY RECEIVING'S BACKORDER FILLS, AND
      * EMPTIED BY THE INVOICING RUN. COPY WITH REPLACING LEADING
      * TO SUIT EACH PROGRAM'S FILE PREFIX - 49 CHARS
       01  H01-SHIPMENT-RECORD.
           05  H01-SHP-CUSTOMER            PIC X(6).
           05  H01-SHP-ORDER-NUMBER        PIC 9(6).
           05  H01-SHP-WAREHOUSE           PIC X(4).
           05  H01-SHP-PART-NAME           PIC X(20).
           05  H01-SHP-QUANTITY            PIC 9(5).
           05  H01-SHP-DATE                PIC X(8).
