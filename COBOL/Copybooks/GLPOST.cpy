      * GENERAL-LEDGER POSTING RECORD (GlPosting.dat) - ONE DEBIT OR
      * CREDIT LINE PER RECORD, IN THE SHAPE THE LEDGER INTERFACE
      * TAKES. COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S
      * FILE PREFIX - 42 CHARS
       01  G01-GL-RECORD.
           05  G01-GL-ACCOUNT              PIC X(8).
           05  G01-GL-DRCR                 PIC X.
               88  G01-GL-DEBIT            VALUE "D".
               88  G01-GL-CREDIT           VALUE "C".
           05  G01-GL-AMOUNT               PIC 9(7)V99.
           05  G01-GL-DESC                 PIC X(24).
