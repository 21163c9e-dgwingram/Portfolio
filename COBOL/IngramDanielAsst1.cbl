
           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W40-MASTER-STATUS        PIC XX      VALUE SPACES.
       01 W41-SORTED-STATUS        PIC XX      VALUE SPACES.
      *START PROGRAM AND CALL ON FUNCTIONS FOR CALCULATIONS 
      *AND READ/WRITE TO FILES  
           MOVE "IngramDanielAsst1" TO ABEND-PROGRAM
           MOVE "IngramDanielAsst1" TO SEC-PROGRAM
           PERFORM 908-GET-MASK-OPTION
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W24-FILE-NAME-OVERRIDE
