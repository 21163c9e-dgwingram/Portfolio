           COPY OPENPO REPLACING LEADING ==P01== BY ==F01==.

       FD  F02-VENDOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F02-VENDOR-RECORD.
       01  F02-VENDOR-RECORD.
           05  F02-VENDOR-CODE         PIC X(6).
           05  F02-VENDOR-NAME         PIC X(25).
           05  F02-VENDOR-ADDRESS      PIC X(30).
           05  F02-VENDOR-LEAD-DAYS    PIC 9(3).
           05  F02-VENDOR-TERMS-DAYS   PIC 9(3).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
