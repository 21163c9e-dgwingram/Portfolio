      * GENERAL-LEDGER DETAIL HISTORY (GlLedger.dat) - EVERY LINE
      * EVER POSTED TO THE PERIOD BALANCES, WITH THE ACCOUNT IT WAS
      * POSTED TO AND THE ACCOUNT IT ARRIVED WITH (THEY DIFFER WHEN
      * A BAD ACCOUNT WENT TO SUSPENSE). APPEND-ONLY. COPY WITH
      * REPLACING LEADING TO SUIT EACH PROGRAM'S FILE PREFIX -
      * 80 CHARS
       01  C03-LEDGER-RECORD.
           05  C03-LED-YEAR                PIC 9(4).
           05  C03-LED-PERIOD              PIC 9(2).
           05  C03-LED-POST-DATE           PIC X(8).
           05  C03-LED-POST-TIME           PIC X(8).
           05  C03-LED-ACCOUNT             PIC X(8).
           05  C03-LED-ORIG-ACCOUNT        PIC X(8).
           05  C03-LED-DRCR                PIC X.
               88  C03-LED-DEBIT           VALUE "D".
               88  C03-LED-CREDIT          VALUE "C".
           05  C03-LED-AMOUNT              PIC 9(7)V99.
           05  C03-LED-DESC                PIC X(24).
      * "POSTING" FOR A BATCH LINE, "CLOSE" FOR AN OPENING BALANCE
      * CARRIED BY THE YEAR-END CLOSE
           05  C03-LED-SOURCE              PIC X(8).
               88  C03-LED-FROM-POSTING    VALUE "POSTING".
               88  C03-LED-FROM-CLOSE      VALUE "CLOSE".
