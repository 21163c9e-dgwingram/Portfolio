      * ACCOUNTS-PAYABLE VOUCHER RECORD (APVouchers.dat), ONE PER
      * MATCHED VENDOR INVOICE LINE, KEYED BY VENDOR / INVOICE
      * NUMBER / LINE SO EVERY LINE EVER VOUCHERED FOR AN INVOICE
      * READS BACK TOGETHER. DUE DATE IS THE INVOICE DATE PLUS THE
      * VENDOR'S PAYMENT TERMS. COPY WITH REPLACING LEADING TO SUIT
      * EACH PROGRAM'S FILE PREFIX - 89 CHARS
       01  V01-VOUCHER-RECORD.
           05  V01-VCH-KEY.
               10  V01-VCH-VENDOR          PIC X(6).
               10  V01-VCH-INVOICE         PIC X(10).
               10  V01-VCH-LINE            PIC 9(3).
           05  V01-VCH-PO-NUMBER           PIC 9(5).
           05  V01-VCH-PART-NAME           PIC X(20).
           05  V01-VCH-QUANTITY            PIC 9(5).
           05  V01-VCH-UNIT-PRICE          PIC 9999V99.
           05  V01-VCH-AMOUNT              PIC 9(7)V99.
           05  V01-VCH-INVOICE-DATE        PIC X(8).
           05  V01-VCH-DUE-DATE            PIC X(8).
           05  V01-VCH-ENTERED-DATE        PIC X(8).
           05  V01-VCH-STATUS              PIC X.
               88  V01-VCH-OPEN            VALUE "O".
               88  V01-VCH-PAID            VALUE "P".
