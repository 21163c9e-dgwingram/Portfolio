       FILE SECTION.

       FD F01-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-INVENTORY-RECORD.

       01 F01-INVENTORY-RECORD.
           05  F01-INVENTORY-RECEIVED  PIC 9(3).
           05  F01-INVENTORY-SHIPPED   PIC 9(3).
           05  F01-INVENTORY-PRICE     PIC 9999V99.
           05  F01-INVENTORY-RETURNED  PIC 9(3).
           05  F01-INVENTORY-XFER-IN   PIC 9(3).
           05  F01-INVENTORY-XFER-OUT  PIC 9(3).
           05  F01-INVENTORY-ASSEMBLED PIC 9(3).
           05  F01-INVENTORY-CONSUMED  PIC 9(3).

       FD F02-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
