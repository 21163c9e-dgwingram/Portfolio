      * SHARED SECURITY-VIOLATION LOG FD/RECORD - ONE ROW PER REFUSED
      * ATTEMPT: WHEN, WHO (AS KEYED - THE ID MAY NOT BE A REAL
      * OPERATOR), THE ROLE THEY HOLD IF THEY SIGNED ON, WHAT THEY
      * TRIED, IN WHICH PROGRAM, AND WHY IT WAS REFUSED - 100 CHARS
       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05  SEC-LOG-DATE             PIC X(8).
           05  SEC-LOG-TIME             PIC X(8).
           05  SEC-LOG-OPERATOR         PIC X(8).
           05  SEC-LOG-ROLE             PIC X.
           05  SEC-LOG-PROGRAM          PIC X(20).
           05  SEC-LOG-FUNCTION         PIC X(20).
           05  SEC-LOG-REASON           PIC X(30).
           05                           PIC X(5).
