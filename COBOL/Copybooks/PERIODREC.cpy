      * EMPLOYEE PER REGISTER RUN - WRITTEN BY THE PAYROLL REGISTER
      * AND READ BY THE YTD POSTING AND LEDGER DISTRIBUTION STEPS.
      * COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 82 CHARS
       01  P05-PERIOD-RECORD.
           05  P05-PERIOD-SSN              PIC 9(9).
           05  P05-PERIOD-DEPT             PIC X(4).
      * THE EMPLOYEE'S TAX JURISDICTION, CARRIED SO THE LEDGER
      * DISTRIBUTION CAN SPLIT THE LIABILITY CREDITS BY GOVERNMENT
           05  P05-PERIOD-JURIS            PIC X(2).
      * THE EMPLOYER'S OWN COST ON TOP OF GROSS - FICA/PENSION MATCH,
      * THE EMPLOYER SHARE OF THE HEALTH PLAN AND WORKERS' COMP -
      * NEVER TAKEN FROM THE EMPLOYEE, SO NOT PART OF GROSS TO NET
           05  P05-PERIOD-ER-FICA          PIC 9(5)V99.
           05  P05-PERIOD-ER-HEALTH        PIC 9(3)V99.
           05  P05-PERIOD-ER-WCB           PIC 9(5)V99.
      * RETRO PAY FOR A BACK-DATED RAISE PAID THIS RUN - ALREADY
      * INCLUDED IN GROSS, CARRIED SEPARATELY FOR THE STATEMENT LINE
           05  P05-PERIOD-RETRO-PAY        PIC 9(5)V99.
