       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorCheck.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * OPERATOR SIGN-ON AND ROLE CHECK. A PROGRAM GUARDING A
      * SENSITIVE FUNCTION RUNS THIS (SEE SECPRC) NAMING ITSELF, THE
      * FUNCTION AND THE ROLE CODES ALLOWED IT. THE OPERATOR SIGNS ON
      * BY SETTING OPERATOR_ID AND OPERATOR_PASSWORD; BOTH ARE PROVED
      * AGAINST THE OPERATOR MASTER, THE OPERATOR MUST BE ACTIVE, AND
      * THEIR ROLE MUST BE ONE OF THOSE ALLOWED. A PASS ENDS WITH
      * RETURN CODE 0. A REFUSAL IS APPENDED TO THE SECURITY
      * VIOLATION LOG FOR PAYROLL MANAGEMENT'S WEEKLY REVIEW, TOLD TO
      * THE OPERATOR ON THE OPERATOR REPORT, AND ENDS WITH 8
       FILE-CONTROL.
      * ONE ROW PER OPERATOR, KEPT BY PAYROLL MANAGEMENT. OPTIONAL -
      * WITH NO MASTER NOBODY IS SIGNED ON AND EVERY CHECK REFUSES
           SELECT OPTIONAL F01-OPERATOR-FILE
               ASSIGN TO 'OperatorMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-OPERATOR-STATUS.

      * SHARED SECURITY-VIOLATION LOG
           COPY SECSEL.

      * SHARED OPERATOR ABEND REPORT - WHERE A REFUSAL IS EXPLAINED
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-OPERATOR-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F01-OPERATOR-RECORD.
       01  F01-OPERATOR-RECORD.
           05  F01-OPR-ID              PIC X(8).
           05  F01-OPR-NAME            PIC X(24).
           05  F01-OPR-PASSWORD        PIC X(8).
           05  F01-OPR-ROLE            PIC X.
               88  F01-OPR-PAYROLL-CLERK       VALUE "C".
               88  F01-OPR-PAYROLL-SUPERVISOR  VALUE "S".
               88  F01-OPR-WAREHOUSE           VALUE "W".
               88  F01-OPR-PURCHASING          VALUE "P".
               88  F01-OPR-OPERATIONS          VALUE "O".
               88  F01-OPR-ROLE-KNOWN   VALUES "C" "S" "W" "P" "O".
           05  F01-OPR-STATUS          PIC X.
               88  F01-OPR-ACTIVE              VALUE "A".
               88  F01-OPR-REVOKED             VALUE "R".
           05                          PIC X(18).

           COPY SECREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY SECWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-OPERATOR-STATUS      PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-FOUND-SWITCH            PIC X VALUE "N".
               88  W01-OPERATOR-FOUND            VALUE "Y".

      * THE SIGN-ON AND THE CHECK ASKED FOR, FROM THE ENVIRONMENT
       01 W02-REQUEST.
           05  W02-OPERATOR-ID             PIC X(8)  VALUE SPACES.
           05  W02-PASSWORD                PIC X(8)  VALUE SPACES.
           05  W02-PROGRAM                 PIC X(20) VALUE SPACES.
           05  W02-FUNCTION                PIC X(20) VALUE SPACES.
           05  W02-ALLOWED-ROLES           PIC X(5)  VALUE SPACES.

      * THE MATCHING OPERATOR ROW, HELD ONCE THE MASTER IS CLOSED
       01 W03-OPERATOR.
           05  W03-PASSWORD                PIC X(8)  VALUE SPACES.
           05  W03-ROLE                    PIC X     VALUE SPACE.
           05  W03-STATUS                  PIC X     VALUE SPACE.
               88  W03-ACTIVE                    VALUE "A".

       01 W04-ROLE-HITS                    PIC 9(2)  VALUE ZERO.

       01 W05-REASONS.
           05 W05-NOT-SIGNED-ON            PIC X(30)
                   VALUE 'Not signed on'.
           05 W05-NOT-ON-MASTER            PIC X(30)
                   VALUE 'Operator not on master'.
           05 W05-BAD-PASSWORD             PIC X(30)
                   VALUE 'Password not accepted'.
           05 W05-NOT-ACTIVE               PIC X(30)
                   VALUE 'Operator not active'.
           05 W05-ROLE-REFUSED             PIC X(30)
                   VALUE 'Role not permitted'.

      * BLANK UNTIL SOMETHING FAILS - THE FIRST FAILURE IS THE ONE
      * LOGGED
       01 W06-REFUSAL-REASON               PIC X(30) VALUE SPACES.

       01 W07-REFUSAL-LINES.
           05  W07-REFUSAL-HEADING.
               10  PIC X(14) VALUE SPACES.
               10  PIC X(34)
                       VALUE "*** ACCESS REFUSED ***".
           05  W07-OPERATOR-LINE.
               10  PIC X(11) VALUE "Operator:  ".
               10  W07-OPERATOR-OUT        PIC X(8).
           05  W07-FUNCTION-LINE.
               10  PIC X(11) VALUE "Function:  ".
               10  W07-FUNCTION-OUT        PIC X(20).
           05  W07-REASON-LINE.
               10  PIC X(11) VALUE "Refused:   ".
               10  W07-REASON-OUT          PIC X(30).
           05  W07-LOGGED-LINE             PIC X(70) VALUE
               "The attempt is logged for payroll management's review".

       PROCEDURE DIVISION.

           MOVE "OperatorCheck" TO ABEND-PROGRAM
           PERFORM 090-GET-PARAMETERS
           PERFORM 200-VERIFY-OPERATOR

           IF W06-REFUSAL-REASON = SPACES
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM 300-LOG-VIOLATION
               PERFORM 310-WRITE-REFUSAL-NOTICE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .

           COPY ABENDPRC.

      * THE OPERATOR ID AND PASSWORD ARE TAKEN EXACTLY AS KEYED, SO
      * THE ID EVERY PROGRAM LOGS IS THE ONE ON THE MASTER
       090-GET-PARAMETERS.
           ACCEPT W02-OPERATOR-ID
               FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W02-PASSWORD
               FROM ENVIRONMENT "OPERATOR_PASSWORD"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W02-PROGRAM
               FROM ENVIRONMENT "SECURITY_PROGRAM"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W02-FUNCTION
               FROM ENVIRONMENT "SECURITY_FUNCTION"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W02-ALLOWED-ROLES
               FROM ENVIRONMENT "SECURITY_ROLES"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           .

      * EACH TEST IS MADE ONLY IF EVERYTHING BEFORE IT PASSED
       200-VERIFY-OPERATOR.
           IF W02-OPERATOR-ID = SPACES
               MOVE W05-NOT-SIGNED-ON TO W06-REFUSAL-REASON
           ELSE
               PERFORM 210-FIND-OPERATOR
               IF NOT W01-OPERATOR-FOUND
                   MOVE W05-NOT-ON-MASTER TO W06-REFUSAL-REASON
               END-IF
           END-IF

           IF W06-REFUSAL-REASON = SPACES
               IF W02-PASSWORD = SPACES
                       OR W02-PASSWORD NOT = W03-PASSWORD
                   MOVE W05-BAD-PASSWORD TO W06-REFUSAL-REASON
               END-IF
           END-IF

           IF W06-REFUSAL-REASON = SPACES
               IF NOT W03-ACTIVE
                   MOVE W05-NOT-ACTIVE TO W06-REFUSAL-REASON
               END-IF
           END-IF

      * A BLANK ROLE WOULD MATCH THE BLANK PADDING OF THE ALLOWED
      * LIST, SO IT IS REFUSED OUTRIGHT
           IF W06-REFUSAL-REASON = SPACES
               MOVE ZERO TO W04-ROLE-HITS
               IF W03-ROLE NOT = SPACE
                   INSPECT W02-ALLOWED-ROLES
                       TALLYING W04-ROLE-HITS FOR ALL W03-ROLE
               END-IF
               IF W04-ROLE-HITS = ZERO
                   MOVE W05-ROLE-REFUSED TO W06-REFUSAL-REASON
               END-IF
           END-IF
           .

       210-FIND-OPERATOR.
           OPEN INPUT F01-OPERATOR-FILE
           IF W20-OPERATOR-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "OperatorMaster.dat" TO ABEND-FILE-NAME
               MOVE W20-OPERATOR-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 220-READ-OPERATOR
               UNTIL W01-END-OF-FILE OR W01-OPERATOR-FOUND

           CLOSE F01-OPERATOR-FILE
           .

       220-READ-OPERATOR.
           READ F01-OPERATOR-FILE
               AT END
                   SET W01-END-OF-FILE TO TRUE
               NOT AT END
                   IF F01-OPR-ID = W02-OPERATOR-ID
                       SET W01-OPERATOR-FOUND TO TRUE
                       MOVE F01-OPR-PASSWORD TO W03-PASSWORD
                       IF F01-OPR-ROLE-KNOWN
                           MOVE F01-OPR-ROLE TO W03-ROLE
                       END-IF
                       MOVE F01-OPR-STATUS TO W03-STATUS
                   END-IF
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "OperatorMaster.dat" TO ABEND-FILE-NAME
           MOVE W20-OPERATOR-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE LOG GROWS FOR EVER - THE WEEKLY REVIEW PICKS ITS WEEK
      * OUT BY DATE. THE ROLE IS LOGGED ONLY FOR AN OPERATOR WHO
      * ACTUALLY SIGNED ON
       300-LOG-VIOLATION.
           OPEN EXTEND SECURITY-LOG-FILE
           IF SEC-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF SEC-LOG-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "SecurityViolations.dat" TO ABEND-FILE-NAME
               MOVE SEC-LOG-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           MOVE SPACES TO SECURITY-LOG-RECORD
           ACCEPT SEC-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SEC-LOG-TIME FROM TIME
           MOVE W02-OPERATOR-ID TO SEC-LOG-OPERATOR
           IF W06-REFUSAL-REASON = W05-ROLE-REFUSED
               MOVE W03-ROLE TO SEC-LOG-ROLE
           END-IF
           MOVE W02-PROGRAM TO SEC-LOG-PROGRAM
           MOVE W02-FUNCTION TO SEC-LOG-FUNCTION
           MOVE W06-REFUSAL-REASON TO SEC-LOG-REASON
           WRITE SECURITY-LOG-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "SecurityViolations.dat" TO ABEND-FILE-NAME
           MOVE SEC-LOG-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           CLOSE SECURITY-LOG-FILE
           .

      * TELL THE OPERATOR WHY, ON THE REPORT THEY ALREADY WATCH
       310-WRITE-REFUSAL-NOTICE.
           OPEN OUTPUT ABEND-REPORT-FILE

           WRITE ABEND-REPORT-RECORD FROM W07-REFUSAL-HEADING
               BEFORE ADVANCING 1 LINE
           MOVE W02-PROGRAM TO ABEND-PROGRAM-OUT
           WRITE ABEND-REPORT-RECORD FROM ABEND-PROGRAM-LINE
           MOVE W02-OPERATOR-ID TO W07-OPERATOR-OUT
           WRITE ABEND-REPORT-RECORD FROM W07-OPERATOR-LINE
           MOVE W02-FUNCTION TO W07-FUNCTION-OUT
           WRITE ABEND-REPORT-RECORD FROM W07-FUNCTION-LINE
           MOVE W06-REFUSAL-REASON TO W07-REASON-OUT
           WRITE ABEND-REPORT-RECORD FROM W07-REASON-LINE
           WRITE ABEND-REPORT-RECORD FROM W07-LOGGED-LINE

           CLOSE ABEND-REPORT-FILE
           .
