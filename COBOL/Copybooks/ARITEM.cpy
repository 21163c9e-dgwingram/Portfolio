      * ACCOUNTS-RECEIVABLE OPEN ITEM (AROpenItems.dat), ONE PER
      * SALES INVOICE, KEYED BY CUSTOMER / INVOICE NUMBER SO A
      * CUSTOMER'S ITEMS READ BACK TOGETHER. THE OPEN AMOUNT STARTS
      * AT THE INVOICE TOTAL AND IS WORKED DOWN AS CASH IS APPLIED.
      * COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 53 CHARS
       01  R01-AR-ITEM-RECORD.
           05  R01-AR-KEY.
               10  R01-AR-CUSTOMER         PIC X(6).
               10  R01-AR-INVOICE          PIC 9(6).
           05  R01-AR-INVOICE-DATE         PIC X(8).
           05  R01-AR-DUE-DATE             PIC X(8).
           05  R01-AR-ORDER-NUMBER         PIC 9(6).
           05  R01-AR-AMOUNT               PIC 9(7)V99.
           05  R01-AR-OPEN-AMOUNT          PIC 9(7)V99.
           05  R01-AR-STATUS               PIC X.
               88  R01-AR-OPEN             VALUE "O".
               88  R01-AR-PAID             VALUE "P".
