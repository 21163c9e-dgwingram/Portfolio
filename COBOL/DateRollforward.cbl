      * DATE, ROLLS THE RUN-CONTROL DATE FORWARD TO THE NEXT
      * PROCESSING DAY (AND THE PERIOD NUMBER FORWARD WHEN A
      * PERIOD-END DATE JUST RAN), AND FLAGS PERIOD-END RUNS SO THE
      * NEXT NIGHT'S SCHEDULE RUNS THE INVENTORY CLOSE - NOBODY
      * HAND-EDITS THE RUN DATE ANY MORE
       FILE-CONTROL.
      * ONE ROW PER HOLIDAY OR PERIOD-END DATE; WEEKENDS ARE KNOWN
      * FROM THE DATE ITSELF. OPTIONAL SO A MISSING CALENDAR STILL
               10  W05-NEXT-PERIOD-OUT  PIC 9(2).
           05  W05-PERIOD-END-LINE.
               10  PIC X(48) VALUE
                   "PERIOD-END RUN COMPLETE - close runs next batch".
           05  W05-ABORT-LINE.
               10  PIC X(50) VALUE
                   "Run-control date not usable - nothing rolled".
           MOVE RC-RANKLIM TO RC-RANK-LIMIT
           MOVE RC-RETENTION TO RC-RETAIN-GENS
           MOVE RC-HOURSLIM TO RC-HOURS-LIMIT
           MOVE RC-PURGEYRS TO RC-PURGE-YEARS
           WRITE RUN-CONTROL-RECORD

           CLOSE RUN-CONTROL-FILE
