
           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-VALID-STATUS         PIC XX VALUE SPACES.
       01 W21-READY-STATUS         PIC XX VALUE SPACES.
       PROCEDURE DIVISION.

           MOVE "HoursException" TO ABEND-PROGRAM
           MOVE "HoursException" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-VALID-FILE
                INPUT F03-HOLD-IN
