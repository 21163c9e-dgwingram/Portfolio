
           COPY MASKWS.

           COPY SECWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".


       PROCEDURE DIVISION.

           MOVE "YearEndSlips" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-VALID-FILE
                OUTPUT F02-SLIP-FILE
