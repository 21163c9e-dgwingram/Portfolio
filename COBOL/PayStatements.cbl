           SELECT OPTIONAL F04-PERIOD-FILE ASSIGN TO 'PeriodPay.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * LEAVE-BALANCE MASTER - THE PERIOD'S LEAVE HOURS BY EARNINGS
      * CODE AND THE BALANCES LEFT AFTER THE REGISTER'S DRAWDOWN AND
      * ACCRUAL. OPTIONAL SO A SITE WITHOUT LEAVE STILL PRINTS
           SELECT OPTIONAL F05-LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F05-LEAVE-SSN
               FILE STATUS IS W41-LEAVE-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

       01  F02-PRINT-RECORD                PIC X(80).

       FD  F03-TAXRATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-TAXRATE-RECORD.

       01  F03-TAXRATE-RECORD.
           05  F03-RATE-VALUE              PIC 9V9999.
           05  F03-RATE-AMOUNT             PIC 9(3)V99.
           05  F03-RATE-JURIS              PIC X(2).
           05  F03-RATE-DEPT               PIC X(4).

       FD  F04-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F04-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F04==.

       FD  F05-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F05-LEAVE-RECORD.

           COPY LEAVEREC REPLACING LEADING ==L01== BY ==F05==.

           COPY AUDITREC.

           COPY RUNREC.

           COPY MASKWS.

           COPY SECWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".

           05  W03-REGULAR-PAY             PIC 9(5)V99 VALUE ZERO.
           05  W03-OVERTIME-PAY            PIC 9(5)V99 VALUE ZERO.
           05  W03-GROSS-PAY               PIC 9(5)V99 VALUE ZERO.
           05  W03-VAC-HOURS               PIC 9(3)V99 VALUE ZERO.
           05  W03-SICK-HOURS              PIC 9(3)V99 VALUE ZERO.
           05  W03-STAT-HOURS              PIC 9(3)V99 VALUE ZERO.
           05  W03-LEAVE-HOURS             PIC 9(3)V99 VALUE ZERO.
           05  W03-LEAVE-PAY               PIC 9(5)V99 VALUE ZERO.

      * ONE LABELLED AMOUNT PER STATEMENT LINE
       01 W04-AMOUNT-LINE.
           05  W05-OT-HOURS-OUT            PIC ZZ9.99.
           05  PIC X(43) VALUE SPACES.

      * LEAVE HOURS BY EARNINGS CODE, AND THE BALANCES REMAINING
       01 W42-LEAVE-LINE.
           05  PIC X(06) VALUE "Vac:  ".
           05  W42-VAC-HOURS-OUT           PIC ZZ9.99.
           05  PIC X(08) VALUE "  Sick: ".
           05  W42-SICK-HOURS-OUT          PIC ZZ9.99.
           05  PIC X(08) VALUE "  Stat: ".
           05  W42-STAT-HOURS-OUT          PIC ZZ9.99.
           05  PIC X(40) VALUE SPACES.

       01 W43-BALANCE-LINE.
           05  PIC X(18) VALUE "Vacation Balance: ".
           05  W43-VAC-BALANCE-OUT         PIC ZZZ9.99.
           05  PIC X(16) VALUE "  Sick Balance: ".
           05  W43-SICK-BALANCE-OUT        PIC ZZZ9.99.
           05  PIC X(32) VALUE SPACES.

       01 W41-LEAVE-STATUS                 PIC XX VALUE SPACES.

       01 W44-LEAVE-SWITCH                 PIC X VALUE SPACES.
           88  W44-LEAVE-FOUND                   VALUE "Y".
           88  W44-LEAVE-NOT-FOUND               VALUE "N".

       01 W06-FOOTER.
           05  W06-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
           05 W17-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W17-RECORDS-SKIPPED  PIC 9(7)    VALUE ZERO.

      * THE PERIOD FILE'S DEDUCTIONS AND RETRO PAY FOR THE EMPLOYEE
      * IN HAND - ZERO WHEN NO PERIOD RECORD LINES UP (STAND-ALONE
      * RUN)
       01 W16-PERIOD-MATCH.
           05  W16-OTHER-DEDS              PIC 9(5)V99 VALUE ZERO.
           05  W16-RETRO-PAY               PIC 9(5)V99 VALUE ZERO.
           05  W16-PERIOD-EOF-SWITCH       PIC X VALUE SPACES.
               88  W16-PERIOD-EOF                VALUE "T".


       PROCEDURE DIVISION.

           MOVE "PayStatements" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-VALID-FILE
                INPUT F04-PERIOD-FILE
                INPUT F05-LEAVE-MASTER
                OUTPUT F02-PRINT-FILE

           WRITE F02-PRINT-RECORD FROM RC-HEADING-LINE
           IF F01-EMP-TERMINATED
               ADD 1 TO W17-RECORDS-SKIPPED
           ELSE
               PERFORM 407-LOAD-LEAVE-HOURS
               PERFORM 409-FETCH-PERIOD-RECORD
               PERFORM 410-COMPUTE-GROSS-PAY
               PERFORM 414-SELECT-JURIS-RATES
               PERFORM 415-COMPUTE-DEDUCTIONS
               PERFORM 418-TAKE-PERIOD-DEDUCTIONS
               PERFORM 420-WRITE-STATEMENT
               ADD 1 TO W13-STATEMENT-COUNT
           END-IF
           PERFORM 300-READ-RECORD
           .

      * THE PERIOD'S LEAVE HOURS, ONLY WHEN CAPTURED UNDER THIS
      * BUSINESS DATE - AS THE PAYROLL REGISTER PAID THEM
       407-LOAD-LEAVE-HOURS.
           MOVE ZERO TO W03-VAC-HOURS
           MOVE ZERO TO W03-SICK-HOURS
           MOVE ZERO TO W03-STAT-HOURS

           SET W44-LEAVE-FOUND TO TRUE
           MOVE F01-EMPLOYEE-SSN TO F05-LEAVE-SSN
           READ F05-LEAVE-MASTER
               INVALID KEY SET W44-LEAVE-NOT-FOUND TO TRUE
           END-READ

           IF W44-LEAVE-FOUND
               AND F05-PERIOD-DATE = RC-BUSINESS-DATE
               MOVE F05-PERIOD-VAC-HOURS TO W03-VAC-HOURS
               MOVE F05-PERIOD-SICK-HOURS TO W03-SICK-HOURS
               MOVE F05-PERIOD-STAT-HOURS TO W03-STAT-HOURS
           END-IF
           COMPUTE W03-LEAVE-HOURS =
               W03-VAC-HOURS + W03-SICK-HOURS + W03-STAT-HOURS
           .

      * THE REGISTER WRITES ONE PERIOD RECORD PER EMPLOYEE IN THE
      * SAME ORDER THIS PROGRAM READS THE VALID FILE, SO THE NEXT
      * PERIOD RECORD IS THIS EMPLOYEE'S - A MISMATCH (OR NO PERIOD
      * FILE AT ALL) SHOWS ZERO RATHER THAN SOMEONE ELSE'S NUMBERS.
      * IT IS READ BEFORE GROSS SO THE RETRO PAY THE REGISTER ADDED
      * IS TAXED HERE THE SAME WAY
       409-FETCH-PERIOD-RECORD.
           MOVE ZERO TO W16-OTHER-DEDS
           MOVE ZERO TO W16-RETRO-PAY
           IF NOT W16-PERIOD-EOF
               READ F04-PERIOD-FILE
                   AT END
                       SET W16-PERIOD-EOF TO TRUE
                   NOT AT END
                       IF F04-PERIOD-SSN = F01-EMPLOYEE-SSN
                           MOVE F04-PERIOD-OTHER-DEDS
                               TO W16-OTHER-DEDS
                           MOVE F04-PERIOD-RETRO-PAY
                               TO W16-RETRO-PAY
                       END-IF
               END-READ
           END-IF
           .

      * GROSS PAY WITH TIME-AND-A-HALF OVERTIME FOR HOURLY STAFF,
      * SPLIT THE SAME WAY THE PAYROLL REGISTER SPLITS IT - LEAVE
      * AT STRAIGHT TIME OUTSIDE THE OVERTIME TEST, AND NOTHING
      * EXTRA FOR A SALARIED EMPLOYEE'S LEAVE. ANY RETRO PAY GOES ON
      * TOP, AS THE REGISTER PAID IT
       410-COMPUTE-GROSS-PAY.
           MOVE ZERO TO W03-REGULAR-HOURS
           MOVE ZERO TO W03-OVERTIME-HOURS
           MOVE ZERO TO W03-REGULAR-PAY
           MOVE ZERO TO W03-OVERTIME-PAY
           MOVE ZERO TO W03-LEAVE-PAY

           IF F01-SALARY-TYPE = "S"
               PERFORM 408-SET-SALARY-HOURS
                   W03-REGULAR-HOURS * F01-HOURLY-RATE
               COMPUTE W03-OVERTIME-PAY ROUNDED =
                   W03-OVERTIME-HOURS * F01-HOURLY-RATE * 1.5
               COMPUTE W03-LEAVE-PAY ROUNDED =
                   W03-LEAVE-HOURS * F01-HOURLY-RATE
               COMPUTE W03-GROSS-PAY =
                   W03-REGULAR-PAY + W03-OVERTIME-PAY + W03-LEAVE-PAY
           END-IF
           ADD W16-RETRO-PAY TO W03-GROSS-PAY
           .

      * SAME DEDUCTION RULES AS THE PAYROLL REGISTER - WITHHOLDING BY
                   - W11-FICA - W11-INSURANCE
           .

      * THE OTHER DEDUCTIONS THE REGISTER TOOK, FROM THE PERIOD
      * RECORD, COME OFF AFTER TAXES
       418-TAKE-PERIOD-DEDUCTIONS.
           SUBTRACT W16-OTHER-DEDS FROM W11-NET-PAY
           .

           MOVE W03-OVERTIME-HOURS TO W05-OT-HOURS-OUT
           WRITE F02-PRINT-RECORD FROM W05-HOURS-LINE

           MOVE W03-VAC-HOURS TO W42-VAC-HOURS-OUT
           MOVE W03-SICK-HOURS TO W42-SICK-HOURS-OUT
           MOVE W03-STAT-HOURS TO W42-STAT-HOURS-OUT
           WRITE F02-PRINT-RECORD FROM W42-LEAVE-LINE

           MOVE "Regular Pay" TO W04-AMOUNT-LABEL
           MOVE W03-REGULAR-PAY TO W04-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE
           MOVE W03-OVERTIME-PAY TO W04-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE

           MOVE "Leave Pay" TO W04-AMOUNT-LABEL
           MOVE W03-LEAVE-PAY TO W04-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE

           IF W16-RETRO-PAY > ZERO
               MOVE "Retro Pay" TO W04-AMOUNT-LABEL
               MOVE W16-RETRO-PAY TO W04-AMOUNT-OUT
               WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE
           END-IF

           MOVE "Gross Pay" TO W04-AMOUNT-LABEL
           MOVE W03-GROSS-PAY TO W04-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE
           MOVE YTD-INSURANCE TO W04-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W04-AMOUNT-LINE

           IF W44-LEAVE-FOUND
               MOVE F05-VAC-BALANCE TO W43-VAC-BALANCE-OUT
               MOVE F05-SICK-BALANCE TO W43-SICK-BALANCE-OUT
           ELSE
               MOVE ZERO TO W43-VAC-BALANCE-OUT
               MOVE ZERO TO W43-SICK-BALANCE-OUT
           END-IF
           WRITE F02-PRINT-RECORD FROM W43-BALANCE-LINE

           WRITE F02-PRINT-RECORD FROM W02-SEPARATOR
               BEFORE ADVANCING 2 LINES
           .
       600-CLOSE-FILES.
           CLOSE F01-VALID-FILE
                 F04-PERIOD-FILE
                 F05-LEAVE-MASTER
                 F02-PRINT-FILE
           .
