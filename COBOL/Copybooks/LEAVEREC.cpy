      * EMPLOYEE LEAVE-BALANCE MASTER RECORD (LeaveMaster.dat), KEYED
      * BY SSN - VACATION AND SICK BALANCES IN HOURS, AND THE LEAVE
      * HOURS TIMECARD CAPTURE POSTED FOR THE CURRENT PERIOD, STAMPED
      * WITH THE BUSINESS DATE THEY WERE CAPTURED UNDER SO THE PAY
      * RUN ONLY EVER PAYS THIS PERIOD'S LEAVE. THE PAY RUN DRAWS THE
      * BALANCES DOWN AND ADDS THE PERIOD ACCRUAL ONCE PER BUSINESS
      * DATE - 52 CHARS. COPY WITH REPLACING LEADING TO SUIT EACH
      * PROGRAM'S FILE PREFIX
       01  L01-LEAVE-RECORD.
           05  L01-LEAVE-SSN               PIC 9(9).
           05  L01-VAC-BALANCE             PIC 9(4)V99.
           05  L01-SICK-BALANCE            PIC 9(4)V99.
           05  L01-PERIOD-DATE             PIC X(8).
           05  L01-PERIOD-VAC-HOURS        PIC 9(3)V99.
           05  L01-PERIOD-SICK-HOURS       PIC 9(3)V99.
           05  L01-PERIOD-STAT-HOURS       PIC 9(3)V99.
      * BUSINESS DATE OF THE LAST PAY RUN THAT DREW DOWN AND ACCRUED
      * - A RE-RUN UNDER THE SAME DATE LEAVES THE BALANCES ALONE
           05  L01-LAST-ACCRUAL-DATE       PIC X(8).
