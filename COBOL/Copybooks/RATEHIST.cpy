      * HOURLY RATE HISTORY (RateHistory.dat) - ONE ROW APPENDED BY
      * EMPLOYEE MAINTENANCE EVERY TIME AN EMPLOYEE'S RATE IS SET OR
      * CHANGED, CARRYING THE DATE THE NEW RATE TAKES EFFECT. A
      * BACK-DATED RAISE IS LEFT PENDING FOR THE RETRO PAY STEP,
      * WHICH MARKS IT APPLIED ONCE THE ADJUSTMENT IS QUEUED. COPY
      * WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE PREFIX -
      * 44 CHARS
       01  R01-RATE-HIST-RECORD.
           05  R01-RATE-SSN                PIC 9(9).
           05  R01-RATE-EFF-DATE           PIC X(8).
      * ZERO ON THE ROW AN EMPLOYEE ADD WRITES - THERE IS NO OLD RATE
           05  R01-RATE-OLD                PIC 9(3)V99.
           05  R01-RATE-NEW                PIC 9(3)V99.
           05  R01-RATE-KEYED-DATE         PIC X(8).
           05  R01-RATE-KEYED-BY           PIC X(8).
           05  R01-RATE-RETRO-STATUS       PIC X.
               88  R01-RETRO-PENDING       VALUE SPACE.
               88  R01-RETRO-APPLIED       VALUE "A".
               88  R01-RETRO-NOT-NEEDED    VALUE "N".
