      * PER EMPLOYEE PER DAY, KEYED BY SSN), TOTALS THEM TO THE
      * PERIOD, AND POSTS EACH EMPLOYEE'S TOTAL INTO F01-HOURS-WORKED
      * ON THE SSN MASTER BEFORE THE VALIDATION STEP RUNS - WITH A
      * TIMECARD REGISTER OF EVERYTHING POSTED AND REJECTED. EACH
      * PUNCH CARRIES AN EARNINGS CODE: ONLY REGULAR HOURS REACH
      * F01-HOURS-WORKED (AND SO THE OVERTIME THRESHOLD); VACATION,
      * SICK AND STAT HOLIDAY HOURS POST TO THE LEAVE MASTER, AND A
      * VACATION OR SICK PUNCH THE BALANCE CANNOT COVER IS REFUSED
       FILE-CONTROL.
           SELECT F01-TIMECARD-FILE
               ASSIGN TO DYNAMIC W11-TIMECARD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-PRINT-STATUS.

      * LEAVE-BALANCE MASTER KEYED BY SSN - THE BALANCES LEAVE
      * PUNCHES ARE CHECKED AGAINST, AND WHERE THE PERIOD'S LEAVE
      * HOURS ARE POSTED FOR THE PAY RUN. OPTIONAL SO A SITE THAT
      * HAS NEVER RUN LEAVE STILL CAPTURES REGULAR TIME
           SELECT OPTIONAL F05-LEAVE-MASTER
               ASSIGN TO DYNAMIC W15-LEAVE-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F05-LEAVE-SSN
               FILE STATUS IS W24-LEAVE-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.


       DATA DIVISION.
       FILE SECTION.
      * ONE PUNCH PER EMPLOYEE PER DAY PER EARNINGS CODE - DAILY
      * HOURS, NOT RUNNING TOTALS. A BLANK CODE ON A PUNCH FROM
      * BEFORE THE FIELD EXISTED READS AS REGULAR TIME
       FD  F01-TIMECARD-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F01-TIMECARD-RECORD.
       01  F01-TIMECARD-RECORD.
           05  F01-TC-SSN                  PIC 9(9).
           05  F01-TC-HOURS                PIC 99V99.
           05  F01-TC-HOURS-X
                   REDEFINES F01-TC-HOURS  PIC X(4).
           05  F01-TC-EARN-CODE            PIC X.
               88  F01-TC-REGULAR          VALUES "R" SPACE.
               88  F01-TC-VACATION         VALUE "V".
               88  F01-TC-SICK             VALUE "S".
               88  F01-TC-STAT-HOLIDAY     VALUE "H".
               88  F01-TC-CODE-VALID       VALUES "R" "V" "S" "H"
                                                  SPACE.

       SD  SD-SORT-FILE
           DATA RECORD IS SD-SORT-RECORD.
           05  SD-SORT-SSN                 PIC X(9).
           05  SD-SORT-DATE                PIC X(8).
           05  SD-SORT-HOURS               PIC X(4).
           05  SD-SORT-EARN-CODE           PIC X.

       FD  F02-SORTED-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F02-SORTED-RECORD.
       01  F02-SORTED-RECORD               PIC X(22).

       FD  F03-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(100).

       FD  F05-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F05-LEAVE-RECORD.

           COPY LEAVEREC REPLACING LEADING ==L01== BY ==F05==.

           COPY AUDITREC.

           COPY JRNLREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-TIMECARD-STATUS      PIC XX VALUE SPACES.
       01 W21-SORTED-STATUS        PIC XX VALUE SPACES.
       01 W22-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W23-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W24-LEAVE-STATUS         PIC XX VALUE SPACES.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(5)  VALUE "Hours".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(5)  VALUE "Leave".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(8)  VALUE "Result".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".
           05                              PIC X(3)  VALUE SPACES.
           05  W03-HOURS-OUT               PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-LEAVE-OUT               PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(38).
           05                              PIC X(12) VALUE SPACES.

      * ONE REJECTED PUNCH - THE PUNCH ITSELF IS LISTED SO THE
      * OFFENDING DAY CAN BE RE-KEYED, NOT THE WHOLE PERIOD
                   VALUE 'SSN not on employee master'.
           05 W05-TOTAL-TOO-BIG-ERR        PIC X(38)
                   VALUE 'Period total exceeds 999.99 hours'.
           05 W05-EARN-CODE-ERR            PIC X(38)
                   VALUE 'Earnings code must be R, V, S or H'.
           05 W05-NO-LEAVE-ERR             PIC X(38)
                   VALUE 'No leave balance on file'.
           05 W05-VAC-BALANCE-ERR          PIC X(38)
                   VALUE 'Vacation hours exceed balance'.
           05 W05-SICK-BALANCE-ERR         PIC X(38)
                   VALUE 'Sick hours exceed balance'.

      * CONTROL-BREAK STATE - PUNCHES ARRIVE GROUPED BY SSN FROM THE
      * SORT, SO ONE RUNNING TOTAL PER EMPLOYEE IS ENOUGH
           05  W06-PERIOD-HOURS            PIC 9(4)V99 VALUE ZERO.
           05  W06-PUNCH-DAYS              PIC 9(4)  VALUE ZERO.
           05  W06-GOOD-PUNCHES            PIC 9(4)  VALUE ZERO.
      * THE GROUP'S LEAVE HOURS BY CODE, AND WHAT IS LEFT OF EACH
      * BALANCE AFTER THE PUNCHES ALREADY ACCEPTED - A LEAVE PUNCH
      * IS CHECKED AGAINST WHAT IS LEFT, NOT THE OPENING BALANCE
           05  W06-VAC-HOURS               PIC 9(4)V99 VALUE ZERO.
           05  W06-SICK-HOURS              PIC 9(4)V99 VALUE ZERO.
           05  W06-STAT-HOURS              PIC 9(4)V99 VALUE ZERO.
           05  W06-LEAVE-HOURS             PIC 9(4)V99 VALUE ZERO.
           05  W06-VAC-LEFT                PIC 9(4)V99 VALUE ZERO.
           05  W06-SICK-LEFT               PIC 9(4)V99 VALUE ZERO.
           05  W06-LEAVE-SWITCH            PIC X VALUE SPACES.
               88  W06-LEAVE-FOUND               VALUE "Y".
               88  W06-LEAVE-NOT-FOUND           VALUE "N".

       01 W07-MASTER-FOUND-SWITCH          PIC X VALUE SPACES.
           88 W07-MASTER-FOUND                   VALUE "Y".
               VALUE "TimecardTrans.dat".
       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W15-LEAVE-MASTER-NAME    PIC X(20)   VALUE "LeaveMaster.dat".

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
       PROCEDURE DIVISION.

           MOVE "TimecardCapture" TO ABEND-PROGRAM
           MOVE "TimecardCapture" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-PUNCH
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY JRNLPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           END-IF
           .

      * COPY ASIDE THE EMPLOYEE AND LEAVE MASTERS AND THE CHANGE
      * JOURNAL BEFORE ANY OF THEM IS OPENED, SO A FAILED RUN CAN BE
      * PUT BACK AND RERUN FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W12-MASTER-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "L" TO SNAP-ADD-KIND
           MOVE W15-LEAVE-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

      * RE-SORT THE PUNCHES INTO SSN ORDER (DATE WITHIN SSN), THEN
      * OPEN THE SORTED PUNCHES, THE MASTER AND THE REGISTER
       100-OPEN-FILES.
           OPEN INPUT F02-SORTED-FILE
                I-O F03-EMPLOYEE-MASTER
                OUTPUT F04-PRINT-FILE
                I-O F05-LEAVE-MASTER

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "TimecardSorted.dat" TO ABEND-FILE-NAME
           MOVE "TimecardRegister.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
      * A LEAVE MASTER NOT YET CREATED OPENS "05" - NOT AN ERROR
           IF W24-LEAVE-STATUS NOT = "05"
               MOVE W15-LEAVE-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W24-LEAVE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
               MOVE ZERO TO W06-PERIOD-HOURS
               MOVE ZERO TO W06-PUNCH-DAYS
               MOVE ZERO TO W06-GOOD-PUNCHES
               PERFORM 410-LOAD-LEAVE-BALANCES
           END-IF

           ADD 1 TO W06-PUNCH-DAYS
               MOVE W05-HOURS-OVER-24-ERR TO W04-REJ-REASON-OUT
               PERFORM 420-WRITE-PUNCH-REJECT
           ELSE
           IF NOT F01-TC-CODE-VALID
               MOVE W05-EARN-CODE-ERR TO W04-REJ-REASON-OUT
               PERFORM 420-WRITE-PUNCH-REJECT
           ELSE
               PERFORM 415-ACCEPT-CODED-PUNCH
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 300-READ-PUNCH
           .

      * A NEW EMPLOYEE'S GROUP STARTS - PICK UP THE LEAVE BALANCES
      * THE GROUP'S VACATION AND SICK PUNCHES WILL DRAW AGAINST
       410-LOAD-LEAVE-BALANCES.
           MOVE ZERO TO W06-VAC-HOURS
           MOVE ZERO TO W06-SICK-HOURS
           MOVE ZERO TO W06-STAT-HOURS
           MOVE ZERO TO W06-VAC-LEFT
           MOVE ZERO TO W06-SICK-LEFT
           SET W06-LEAVE-NOT-FOUND TO TRUE

           IF F01-TC-SSN IS NUMERIC
               SET W06-LEAVE-FOUND TO TRUE
               MOVE F01-TC-SSN TO F05-LEAVE-SSN
               READ F05-LEAVE-MASTER
                   INVALID KEY SET W06-LEAVE-NOT-FOUND TO TRUE
               END-READ
               IF W06-LEAVE-FOUND
                   MOVE F05-VAC-BALANCE TO W06-VAC-LEFT
                   MOVE F05-SICK-BALANCE TO W06-SICK-LEFT
               END-IF
           END-IF
           .

      * A CLEAN PUNCH GOES TO ITS EARNINGS CODE'S BUCKET. VACATION
      * AND SICK PUNCHES MUST FIT IN WHAT IS LEFT OF THE BALANCE -
      * ONE THAT DOES NOT IS REFUSED WHOLE, NOT PAID IN PART
       415-ACCEPT-CODED-PUNCH.
           EVALUATE TRUE
               WHEN F01-TC-VACATION
                   IF W06-LEAVE-NOT-FOUND
                       MOVE W05-NO-LEAVE-ERR TO W04-REJ-REASON-OUT
                       PERFORM 420-WRITE-PUNCH-REJECT
                   ELSE
                   IF F01-TC-HOURS > W06-VAC-LEFT
                       MOVE W05-VAC-BALANCE-ERR TO W04-REJ-REASON-OUT
                       PERFORM 420-WRITE-PUNCH-REJECT
                   ELSE
                       SUBTRACT F01-TC-HOURS FROM W06-VAC-LEFT
                       ADD F01-TC-HOURS TO W06-VAC-HOURS
                       ADD 1 TO W06-GOOD-PUNCHES
                   END-IF
                   END-IF
               WHEN F01-TC-SICK
                   IF W06-LEAVE-NOT-FOUND
                       MOVE W05-NO-LEAVE-ERR TO W04-REJ-REASON-OUT
                       PERFORM 420-WRITE-PUNCH-REJECT
                   ELSE
                   IF F01-TC-HOURS > W06-SICK-LEFT
                       MOVE W05-SICK-BALANCE-ERR TO W04-REJ-REASON-OUT
                       PERFORM 420-WRITE-PUNCH-REJECT
                   ELSE
                       SUBTRACT F01-TC-HOURS FROM W06-SICK-LEFT
                       ADD F01-TC-HOURS TO W06-SICK-HOURS
                       ADD 1 TO W06-GOOD-PUNCHES
                   END-IF
                   END-IF
               WHEN F01-TC-STAT-HOLIDAY
                   ADD F01-TC-HOURS TO W06-STAT-HOURS
                   ADD 1 TO W06-GOOD-PUNCHES
               WHEN OTHER
                   ADD F01-TC-HOURS TO W06-PERIOD-HOURS
                   ADD 1 TO W06-GOOD-PUNCHES
           END-EVALUATE
           .

      * LIST ONE REJECTED PUNCH WITH ITS OFFENDING DATA
       420-WRITE-PUNCH-REJECT.
           MOVE F01-TC-SSN-X TO MASK-ID-IN
           IF W06-PREV-SSN = SPACES OR W06-GOOD-PUNCHES = ZERO
               CONTINUE
           ELSE
           COMPUTE W06-LEAVE-HOURS =
               W06-VAC-HOURS + W06-SICK-HOURS + W06-STAT-HOURS
           IF W06-PERIOD-HOURS > 999.99
                   OR W06-LEAVE-HOURS > 999.99
               MOVE W05-TOTAL-TOO-BIG-ERR TO W03-REASON-OUT
               PERFORM 470-WRITE-REJECTED-TOTAL
           ELSE
               END-READ

               IF W07-MASTER-FOUND
                   MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE
                   MOVE W06-PERIOD-HOURS TO F01-HOURS-WORKED
                   REWRITE F01-EMPLOYEE-RECORD
                   MOVE "REWRITE" TO ABEND-OPERATION
                   MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
                   MOVE W22-MASTER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
                   PERFORM 931-JOURNAL-EMPLOYEE

                   PERFORM 455-POST-LEAVE-HOURS
                   PERFORM 460-WRITE-POSTED-LINE
               ELSE
                   MOVE W05-NOT-ON-MASTER-ERR TO W03-REASON-OUT
           END-IF
           .

      * THE PERIOD'S LEAVE HOURS GO ON THE LEAVE MASTER UNDER THIS
      * BUSINESS DATE FOR THE PAY RUN - REPLACING, NOT ADDING TO,
      * WHATEVER A PRIOR CAPTURE POSTED, JUST AS F01-HOURS-WORKED
      * IS REPLACED. STAT HOLIDAY TIME NEEDS NO BALANCE, SO AN
      * EMPLOYEE WITH NO LEAVE RECORD YET IS GIVEN ONE FOR IT
       455-POST-LEAVE-HOURS.
           IF W06-LEAVE-FOUND
               MOVE RC-BUSINESS-DATE TO F05-PERIOD-DATE
               MOVE W06-VAC-HOURS TO F05-PERIOD-VAC-HOURS
               MOVE W06-SICK-HOURS TO F05-PERIOD-SICK-HOURS
               MOVE W06-STAT-HOURS TO F05-PERIOD-STAT-HOURS
               REWRITE F05-LEAVE-RECORD
               MOVE "REWRITE" TO ABEND-OPERATION
               MOVE W15-LEAVE-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W24-LEAVE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           ELSE
           IF W06-LEAVE-HOURS > ZERO
               MOVE F01-EMPLOYEE-SSN TO F05-LEAVE-SSN
               MOVE ZERO TO F05-VAC-BALANCE
               MOVE ZERO TO F05-SICK-BALANCE
               MOVE RC-BUSINESS-DATE TO F05-PERIOD-DATE
               MOVE ZERO TO F05-PERIOD-VAC-HOURS
               MOVE ZERO TO F05-PERIOD-SICK-HOURS
               MOVE W06-STAT-HOURS TO F05-PERIOD-STAT-HOURS
               MOVE SPACES TO F05-LAST-ACCRUAL-DATE
               WRITE F05-LEAVE-RECORD
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE W15-LEAVE-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W24-LEAVE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           END-IF
           .

       460-WRITE-POSTED-LINE.
           MOVE W06-PREV-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE W06-PUNCH-DAYS TO W03-DAYS-OUT
           MOVE W06-PERIOD-HOURS TO W03-HOURS-OUT
           MOVE W06-LEAVE-HOURS TO W03-LEAVE-OUT
           MOVE "POSTED" TO W03-RESULT-OUT
           MOVE SPACES TO W03-REASON-OUT

           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE W06-PUNCH-DAYS TO W03-DAYS-OUT
           MOVE W06-PERIOD-HOURS TO W03-HOURS-OUT
           MOVE W06-LEAVE-HOURS TO W03-LEAVE-OUT
           MOVE "REJECTED" TO W03-RESULT-OUT

           WRITE F04-PRINT-RECORD FROM W03-REGISTER-LINE
           CLOSE F02-SORTED-FILE
                 F03-EMPLOYEE-MASTER
                 F04-PRINT-FILE
                 F05-LEAVE-MASTER

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
