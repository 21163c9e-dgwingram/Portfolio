       DATA DIVISION.
       FILE SECTION.
       FD  F01-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F01-HISTORY-RECORD.

       01  F01-HISTORY-RECORD.
           05  F01-HIST-RECEIVED       PIC 9(3).
           05  F01-HIST-SHIPPED        PIC 9(3).
           05  F01-HIST-LINE-TOTAL     PIC 9(7)V99.
           05  F01-HIST-RETURNED       PIC 9(3).

      * HISTORY ROWS RE-SORTED INTO WAREHOUSE/PART ORDER, ARRIVAL
      * SEQUENCE PRESERVED SO THE NEWEST TWELVE PERIODS CAN BE KEPT
       01  F05-PRINT-RECORD            PIC X(100).

       FD  F06-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F06-INVENTORY-RECORD.
       01  F06-INVENTORY-RECORD.
           05  F06-PART-NAME           PIC X(20).
           05  F06-INVENTORY-RECEIVED  PIC 9(3).
           05  F06-INVENTORY-SHIPPED   PIC 9(3).
           05  F06-INVENTORY-PRICE     PIC 9999V99.
           05  F06-INVENTORY-RETURNED  PIC 9(3).
           05  F06-INVENTORY-XFER-IN   PIC 9(3).
           05  F06-INVENTORY-XFER-OUT  PIC 9(3).
           05  F06-INVENTORY-ASSEMBLED PIC 9(3).
           05  F06-INVENTORY-CONSUMED  PIC 9(3).

           COPY AUDITREC.

                   MOVE F01-HIST-WAREHOUSE TO SD1-WAREHOUSE
                   MOVE F01-HIST-PART-NAME TO SD1-PART-NAME
                   MOVE W04-SEQUENCE TO SD1-SEQUENCE
                   PERFORM 116-NET-SHIPPED
                   RELEASE SD1-GROUP-RECORD
           END-READ
           .

      * DEMAND IS WHAT WAS SHIPPED LESS WHAT CUSTOMERS SENT BACK -
      * ROWS WRITTEN BEFORE RETURNS WERE CARRIED HAVE NO RETURNED
      * FIELD AND COUNT AS NONE
       116-NET-SHIPPED.
           IF F01-HIST-SHIPPED IS NUMERIC
               MOVE F01-HIST-SHIPPED TO SD1-SHIPPED
           ELSE
               MOVE ZERO TO SD1-SHIPPED
           END-IF
           IF F01-HIST-RETURNED IS NUMERIC
               IF F01-HIST-RETURNED > SD1-SHIPPED
                   MOVE ZERO TO SD1-SHIPPED
               ELSE
                   SUBTRACT F01-HIST-RETURNED FROM SD1-SHIPPED
               END-IF
           END-IF
           .

      * DRAIN THE GROUPING SORT WITH A WAREHOUSE/PART CONTROL BREAK,
      * KEEPING ONLY THE NEWEST TWELVE PERIODS IN THE RING
       200-SUM-GROUPS.
