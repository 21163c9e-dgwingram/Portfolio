
           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W24-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W25-VALID-STATUS         PIC XX VALUE SPACES.
       PROCEDURE DIVISION.

           MOVE "Asst3" TO ABEND-PROGRAM
           MOVE "Asst3" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 908-GET-MASK-OPTION
           PERFORM 085-READ-RUN-CONTROL

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
