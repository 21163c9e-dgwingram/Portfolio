
           COPY ABENDWS.

           COPY SECWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".

       PROCEDURE DIVISION.

           MOVE "PartMaintenance" TO ABEND-PROGRAM
           MOVE "PartMaintenance" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES

           COPY LOCKPRC.

           COPY SECPRC.

      * ONLY WAREHOUSE AND PURCHASING MAY CHANGE THE PART MASTER -
      * CHECKED BEFORE THE RUN LOCK IS TAKEN OR ANY FILE OPENED
       080-CHECK-OPERATOR-ROLE.
           MOVE "PART MAINTENANCE" TO SEC-FUNCTION
           MOVE "WP" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
