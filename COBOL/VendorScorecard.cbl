       DATA DIVISION.
       FILE SECTION.
       FD  F01-RECEIPT-LOG
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F01-RECEIPT-LOG-RECORD.
       01  F01-RECEIPT-LOG-RECORD.
           05  F01-LOG-VENDOR          PIC X(6).
           05  F01-LOG-QUANTITY        PIC 9(5).
           05  F01-LOG-ORDER-DATE      PIC X(8).
           05  F01-LOG-RECEIPT-DATE    PIC X(8).
           05  F01-LOG-UNIT-COST       PIC 9999V99.

       FD  F02-VENDOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F02-VENDOR-RECORD.
       01  F02-VENDOR-RECORD.
           05  F02-VENDOR-CODE         PIC X(6).
           05  F02-VENDOR-NAME         PIC X(25).
           05  F02-VENDOR-ADDRESS      PIC X(30).
           05  F02-VENDOR-LEAD-DAYS    PIC 9(3).
           05  F02-VENDOR-TERMS-DAYS   PIC 9(3).

       FD  F03-OPEN-PO-FILE
           RECORD CONTAINS 54 CHARACTERS
