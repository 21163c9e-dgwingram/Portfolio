      * BUSINESS DATE, PERIOD NUMBER AND PROCESSING THRESHOLDS THE
      * OPERATOR SETS ONCE PER RUN
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE              PIC X(8).
           05  RC-RANK-LIMIT            PIC 9(2).
           05  RC-RETAIN-GENS           PIC 9(2).
           05  RC-HOURS-LIMIT           PIC 9(3).
           05  RC-PURGE-YEARS           PIC 9(2).
