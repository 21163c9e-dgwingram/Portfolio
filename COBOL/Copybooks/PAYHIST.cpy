      * RUN APPENDS ITS PERIOD RESULTS HERE, STAMPED WITH THE RUN
      * DATE AND PERIOD NUMBER, SO THE DETAIL SURVIVES AFTER THE YTD
      * POSTING STEP CONSUMES PeriodPay.dat. COPY WITH REPLACING
      * LEADING TO SUIT EACH PROGRAM'S FILE PREFIX - 110 CHARS
       01  H01-PAYHIST-RECORD.
           05  H01-HIST-RUN-DATE           PIC X(8).
           05  H01-HIST-PERIOD             PIC 9(2).
           05  H01-HIST-SSN                PIC 9(9).
           05  H01-HIST-DEPT               PIC X(4).
      * THE AMOUNTS ARE SIGNED SO A REVERSAL ROW CAN CARRY THE
      * NEGATIVE OF THE ROW IT CANCELS - A POSITIVE AMOUNT IS STORED
      * AS PLAIN DIGITS, SO EVERY ROW WRITTEN BEFORE THE SIGN STILL
      * READS THE SAME
           05  H01-HIST-GROSS              PIC S9(5)V99.
           05  H01-HIST-WITHHOLDING        PIC S9(5)V99.
           05  H01-HIST-FICA               PIC S9(5)V99.
           05  H01-HIST-INSURANCE          PIC S9(3)V99.
           05  H01-HIST-OTHER-DEDS         PIC S9(5)V99.
           05  H01-HIST-NET                PIC S9(5)V99.
      * WHERE THE ROW CAME FROM - BLANK IS A REGULAR REGISTER RUN
      * (EVERY ROW FROM BEFORE THE FIELD), "R" THE OFFSETTING ROW A
      * PAYROLL REVERSAL WRITES UNDER THE REVERSED RUN'S DATE AND
      * PERIOD SO THE PAIR NETS TO ZERO, "O" AN OFF-CYCLE PAYMENT
      * (FINAL PAY, BONUS OR MANUAL CHEQUE) MADE BETWEEN REGISTER RUNS
           05  H01-HIST-TYPE               PIC X.
               88  H01-HIST-REGULAR        VALUE SPACE.
               88  H01-HIST-REVERSAL       VALUE "R".
               88  H01-HIST-OFF-CYCLE      VALUE "O".
      * THE EMPLOYER CONTRIBUTIONS FROM THE PERIOD RECORD, SIGNED
      * LIKE THE AMOUNTS ABOVE. ROWS WRITTEN BEFORE THESE FIELDS READ
      * THEM AS SPACES, SO CHECK IS NUMERIC BEFORE ADDING THEM
           05  H01-HIST-ER-FICA            PIC S9(5)V99.
           05  H01-HIST-ER-HEALTH          PIC S9(3)V99.
           05  H01-HIST-ER-WCB             PIC S9(5)V99.
      * THE RATE THE ROW WAS PAID AT AND THE HOURS BEHIND ITS GROSS -
      * REGULAR, OVERTIME AND PAID LEAVE (A SALARIED EMPLOYEE'S
      * LEAVE IS INSIDE THE SALARY, SO ZERO) - SO A BACK-DATED RAISE
      * CAN BE REPRICED FROM WHAT WAS ACTUALLY PAID, AND THE RETRO
      * PAY THE RUN INCLUDED IN GROSS. HOURS AND RETRO ARE SIGNED
      * LIKE THE AMOUNTS; OLDER ROWS READ ALL OF THESE AS SPACES
           05  H01-HIST-RATE               PIC 9(3)V99.
           05  H01-HIST-REG-HOURS          PIC S9(3)V99.
           05  H01-HIST-OT-HOURS           PIC S9(3)V99.
           05  H01-HIST-LEAVE-HOURS        PIC S9(3)V99.
           05  H01-HIST-RETRO-PAY          PIC S9(5)V99.
