       01  F01-REORDER-RECORD          PIC X(83).

       FD  F02-VENDOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F02-VENDOR-RECORD.
       01  F02-VENDOR-RECORD.
           05  F02-VENDOR-CODE         PIC X(6).
           05  F02-VENDOR-NAME         PIC X(25).
           05  F02-VENDOR-ADDRESS      PIC X(30).
           05  F02-VENDOR-LEAD-DAYS    PIC 9(3).
           05  F02-VENDOR-TERMS-DAYS   PIC 9(3).

       FD  F03-XREF-FILE
           RECORD CONTAINS 26 CHARACTERS
