      * RETRO PAY OWED (RetroPay.dat) - ONE ROW PER BACK-DATED RAISE
      * THE RETRO PAY STEP HAS PRICED, WAITING FOR THE NEXT REGISTER
      * RUN TO PAY IT AS A SEPARATE EARNINGS LINE. THE REGISTER
      * STAMPS THE PAID DATE WITH ITS BUSINESS DATE; A PAYROLL
      * REVERSAL OF THAT RUN CLEARS IT AGAIN SO THE AMOUNT IS STILL
      * OWED. COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 45 CHARS
       01  R02-RETRO-RECORD.
           05  R02-RETRO-SSN               PIC 9(9).
           05  R02-RETRO-AMOUNT            PIC 9(5)V99.
           05  R02-RETRO-EFF-DATE          PIC X(8).
           05  R02-RETRO-NEW-RATE          PIC 9(3)V99.
           05  R02-RETRO-CALC-DATE         PIC X(8).
           05  R02-RETRO-PAID-DATE         PIC X(8).
               88  R02-RETRO-UNPAID        VALUE SPACES.
