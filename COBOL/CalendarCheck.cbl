               10  W07-EXPECTED-DATE    PIC X(8).
           05  W07-PERIOD-END-LINE.
               10  PIC X(48) VALUE
                   "PERIOD-END RUN - period-end steps due next batch".

       PROCEDURE DIVISION.

               WRITE F03-PRINT-RECORD FROM W07-ACCEPT-LINE
                   AFTER ADVANCING 2 LINES
      * A PERIOD-END BUSINESS DATE IS CALLED OUT SO THE OPERATOR
      * KNOWS TONIGHT'S CLEAN FINISH BRINGS THE PERIOD-END STEPS
      * INTO THE NEXT NIGHT'S SCHEDULE
               MOVE RC-BUSINESS-DATE TO W02-TEST-DATE
               PERFORM 700-CHECK-PROCESSING-DAY
               IF W03-IS-PERIOD-END
