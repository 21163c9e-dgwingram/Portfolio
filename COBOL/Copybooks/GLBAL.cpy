      * GENERAL-LEDGER PERIOD BALANCE RECORD (GlBalances.dat), ONE
      * PER ACCOUNT, FISCAL YEAR AND RUN-CONTROL PERIOD, HOLDING THE
      * PERIOD'S TOTAL DEBITS AND CREDITS. PERIOD 00 IS THE OPENING
      * BALANCE THE YEAR-END CLOSE CARRIES INTO THE NEW YEAR. COPY
      * WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE PREFIX -
      * 40 CHARS
       01  C02-BALANCE-RECORD.
           05  C02-BAL-KEY.
               10  C02-BAL-ACCOUNT         PIC X(8).
               10  C02-BAL-YEAR            PIC 9(4).
               10  C02-BAL-PERIOD          PIC 9(2).
           05  C02-BAL-DEBITS              PIC 9(11)V99.
           05  C02-BAL-CREDITS             PIC 9(11)V99.
