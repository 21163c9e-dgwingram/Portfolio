      * SHARED OPERATOR-AUTHORITY WORKING STORAGE, COPIED INTO EACH
      * PROGRAM THAT GUARDS A SENSITIVE FUNCTION (SEE SECPRC). THE
      * PROGRAM NAMES ITSELF ONCE AT STARTUP; EACH CHECK NAMES THE
      * FUNCTION ASKED FOR AND THE ROLE CODES ALLOWED IT - C PAYROLL
      * CLERK, S PAYROLL SUPERVISOR, W WAREHOUSE, P PURCHASING,
      * O OPERATIONS
       01  SEC-LOG-STATUS               PIC XX    VALUE SPACES.

       01  SEC-CONTROLS.
           05  SEC-COMMAND              PIC X(30)
                   VALUE "./OperatorCheck".
           05  SEC-PROGRAM              PIC X(20) VALUE SPACES.
           05  SEC-FUNCTION             PIC X(20) VALUE SPACES.
           05  SEC-ALLOWED-ROLES        PIC X(5)  VALUE SPACES.
           05  SEC-SAVED-RC             PIC S9(4) VALUE ZERO.
           05  SEC-RESULT-SWITCH        PIC X     VALUE "N".
               88  SEC-GRANTED                    VALUE "Y".
               88  SEC-REFUSED                    VALUE "N".
