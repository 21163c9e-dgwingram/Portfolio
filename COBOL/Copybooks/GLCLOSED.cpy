      * CLOSED FISCAL YEARS (GlClosedYears.dat) - ONE RECORD PER
      * YEAR THE YEAR-END CLOSE HAS RUN FOR. A CLOSED YEAR TAKES NO
      * FURTHER POSTINGS AND CANNOT BE CLOSED TWICE. APPEND-ONLY.
      * COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 28 CHARS
       01  C04-CLOSED-RECORD.
           05  C04-CLOSED-YEAR             PIC 9(4).
           05  C04-CLOSED-DATE             PIC X(8).
           05  C04-CLOSED-TIME             PIC X(8).
           05  C04-CLOSED-BY               PIC X(8).
