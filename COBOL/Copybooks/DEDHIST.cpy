      * DEDUCTION TAKE HISTORY RECORD (DeductHistory.dat) - THE
      * REGISTER APPENDS ONE ROW PER DEDUCTION ACTUALLY TAKEN,
      * STAMPED WITH THE RUN DATE AND PERIOD, SO A RUN'S DRAWDOWN OF
      * THE DECLINING BALANCES CAN BE FOUND AGAIN AFTER THE PER-RUN
      * TAKES FILE IS REPLACED. A REVERSAL APPENDS THE NEGATIVE OF
      * EACH TAKE IT GIVES BACK. COPY WITH REPLACING LEADING TO SUIT
      * EACH PROGRAM'S FILE PREFIX - 31 CHARS
       01  D01-DEDHIST-RECORD.
           05  D01-DHIST-RUN-DATE          PIC X(8).
           05  D01-DHIST-PERIOD            PIC 9(2).
           05  D01-DHIST-SSN               PIC 9(9).
           05  D01-DHIST-CODE              PIC X(3).
           05  D01-DHIST-AMOUNT            PIC S9(7)V99.
