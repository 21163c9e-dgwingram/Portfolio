
           COPY MASKWS.

           COPY SECWS.

       01 W01-CONTROLS.
           05  W01-SSN-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-SSN-END-OF-FILE           VALUE "T".

       PROCEDURE DIVISION.

           MOVE "MasterReconcile" TO SEC-PROGRAM
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-SSN-MASTER
                INPUT F02-SIN-MASTER
