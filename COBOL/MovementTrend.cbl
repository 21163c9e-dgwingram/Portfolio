      * READS THE PER-RUN MOVEMENT SNAPSHOTS THE INVENTORY RUN APPENDS
      * TO THE HISTORY FILE AND PRINTS UP TO TWELVE PERIODS OF
      * MOVEMENT PER PART WITH A TURNOVER FIGURE, FLAGGING DEAD STOCK
      * WITH NO SHIPMENTS IN THE LAST N PERIODS. CUSTOMER RETURNS ARE
      * NETTED OFF THE SHIPMENTS SO BOTH MEASURES FOLLOW REAL DEMAND.
      * THE HISTORY IS
      * RE-SORTED BY WAREHOUSE, PART AND RUN DATE AND READ IN ONE
      * PASS WITH A CONTROL BREAK - ONLY THE TWELVE-PERIOD PRINT
      * WINDOW IS HELD IN MEMORY, SO HOWEVER LONG THE HISTORY GROWS
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

       SD  SD-SORT-FILE
           DATA RECORD IS SD-SORT-RECORD.
           05  SD-SORT-RUN-DATE        PIC X(8).
           05  SD-SORT-WAREHOUSE       PIC X(4).
           05  SD-SORT-PART-NAME       PIC X(20).
           05                          PIC X(22).

       FD  F03-SORTED-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F03-SORTED-RECORD.
       01  F03-SORTED-RECORD.
           05  F03-SORT-RUN-DATE       PIC X(8).
           05  F03-SORT-RECEIVED       PIC 9(3).
           05  F03-SORT-SHIPPED        PIC 9(3).
           05  F03-SORT-LINE-TOTAL     PIC 9(7)V99.
           05  F03-SORT-RETURNED       PIC 9(3).

       FD  F02-PRINT-FILE
           RECORD CONTAINS 90 CHARACTERS
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(7)  VALUE "Shipped".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(8)  VALUE "Returned".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(10) VALUE "Line Total".

      * THE LAST TWELVE PERIODS OF THE PART IN HAND - SIZED BY THE
               10  W03-WIN-ENDING      PIC 9(4).
               10  W03-WIN-RECEIVED    PIC 9(3).
               10  W03-WIN-SHIPPED     PIC 9(3).
               10  W03-WIN-RETURNED    PIC 9(3).
               10  W03-WIN-NET-SHIPPED PIC 9(3).
               10  W03-WIN-TOTAL       PIC 9(7)V99.

       01 W04-WINDOW-COUNT             PIC 9(2) VALUE ZERO.
           05  W09-SUM-ENDING          PIC 9(7)  VALUE ZERO.
           05  W09-AVG-ENDING          PIC 9(5)V99 VALUE ZERO.
           05  W09-TURNOVER            PIC 9(3)V99 VALUE ZERO.
           05  W09-RETURNED            PIC 9(3)  VALUE ZERO.
           05  W09-NET-SHIPPED         PIC 9(3)  VALUE ZERO.

      * NO SHIPMENTS IN THIS MANY OF THE MOST RECENT PERIODS FLAGS
      * THE PART AS DEAD STOCK, OVERRIDABLE FROM THE ENVIRONMENT
           05  W13-PERIOD-RECD         PIC ZZ9.
           05                          PIC X(6)  VALUE SPACES.
           05  W13-PERIOD-SHIPPED      PIC ZZ9.
           05                          PIC X(8)  VALUE SPACES.
           05  W13-PERIOD-RETURNED     PIC ZZ9.
           05                          PIC X(6)  VALUE SPACES.
           05  W13-PERIOD-TOTAL        PIC ZZZ,ZZ9.99.
           05                          PIC X(31) VALUE SPACES.

       01 W14-TURNOVER-LINE.
           05                          PIC X(10)
               VALUE "Turnover: ".
           05  W14-TURNOVER-OUT        PIC ZZ9.99.
           05                          PIC X(14)
               VALUE "  (Net Ship / ".
           05                          PIC X(16)
               VALUE "Average Ending)".
           05                          PIC X(44) VALUE SPACES.

       01 W16-FOOTER.
           05  W16-PRODUCED-BY.
      * STREAK REACHES AT LEAST N
       410-COLLECT-PART-PERIOD.
           ADD 1 TO W09-PERIOD-COUNT
           PERFORM 412-NET-SHIPPED
           IF W09-NET-SHIPPED = ZERO
               ADD 1 TO W09-TRAIL-ZERO
           ELSE
               MOVE ZERO TO W09-TRAIL-ZERO
               TO W03-WIN-RECEIVED(W04-WINDOW-COUNT)
           MOVE F03-SORT-SHIPPED
               TO W03-WIN-SHIPPED(W04-WINDOW-COUNT)
           MOVE W09-RETURNED
               TO W03-WIN-RETURNED(W04-WINDOW-COUNT)
           MOVE W09-NET-SHIPPED
               TO W03-WIN-NET-SHIPPED(W04-WINDOW-COUNT)
           MOVE F03-SORT-LINE-TOTAL
               TO W03-WIN-TOTAL(W04-WINDOW-COUNT)

               TO W03-WINDOW-ENTRY(W09-WIN-SUB)
           .

      * SHIPMENTS LESS CUSTOMER RETURNS - ROWS WRITTEN BEFORE RETURNS
      * WERE CARRIED HAVE NO RETURNED FIELD AND COUNT AS NONE
       412-NET-SHIPPED.
           IF F03-SORT-RETURNED IS NUMERIC
               MOVE F03-SORT-RETURNED TO W09-RETURNED
           ELSE
               MOVE ZERO TO W09-RETURNED
           END-IF
           IF W09-RETURNED > F03-SORT-SHIPPED
               MOVE ZERO TO W09-NET-SHIPPED
           ELSE
               COMPUTE W09-NET-SHIPPED =
                   F03-SORT-SHIPPED - W09-RETURNED
           END-IF
           .

      * DEAD STOCK = NO SHIPMENTS ACROSS THE PART'S LAST
      * W10-DEAD-PERIODS PERIODS; A PART WITH FEWER PERIODS THAN THAT
      * ON FILE IS TOO NEW TO CALL DEAD
           MOVE W03-WIN-ENDING(W09-WIN-SUB) TO W13-PERIOD-ENDING
           MOVE W03-WIN-RECEIVED(W09-WIN-SUB) TO W13-PERIOD-RECD
           MOVE W03-WIN-SHIPPED(W09-WIN-SUB) TO W13-PERIOD-SHIPPED
           MOVE W03-WIN-RETURNED(W09-WIN-SUB) TO W13-PERIOD-RETURNED
           MOVE W03-WIN-TOTAL(W09-WIN-SUB) TO W13-PERIOD-TOTAL
           WRITE F02-PRINT-RECORD FROM W13-PERIOD-LINE

           ADD W03-WIN-NET-SHIPPED(W09-WIN-SUB) TO W09-SUM-SHIPPED
           ADD W03-WIN-ENDING(W09-WIN-SUB) TO W09-SUM-ENDING
           .

