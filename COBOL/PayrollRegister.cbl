               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-HISTORY-STATUS.

      * DATED DEDUCTION TAKE HISTORY, APPENDED EVERY RUN ALONGSIDE
      * THE PAY HISTORY SO A RUN'S DRAWDOWN OF THE DECLINING
      * BALANCES CAN BE GIVEN BACK IF THE RUN IS EVER REVERSED
           SELECT F13-DEDHIST-FILE ASSIGN TO 'DeductHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W39-DEDHIST-STATUS.

      * LEAVE-BALANCE MASTER KEYED BY SSN - TIMECARD CAPTURE POSTS
      * THE PERIOD'S VACATION, SICK AND STAT HOLIDAY HOURS HERE; THE
      * REGISTER PAYS THEM, DRAWS THE BALANCES DOWN AND ADDS THE
      * PERIOD ACCRUAL. OPTIONAL SO A SITE WITHOUT LEAVE RUNS CLEAN
           SELECT OPTIONAL F14-LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F14-LEAVE-SSN
               FILE STATUS IS W40-LEAVE-STATUS.

      * RETRO PAY OWED FOR BACK-DATED RAISES, PRICED BY THE RETRO
      * PAY STEP - PAID HERE AS ITS OWN EARNINGS LINE AND STAMPED
      * WITH THE BUSINESS DATE AT END OF RUN. OPTIONAL SO A SITE
      * THAT HAS NEVER RUN RETRO PAY RUNS CLEAN
           SELECT OPTIONAL F15-RETRO-FILE ASSIGN TO 'RetroPay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W48-RETRO-STATUS.

      * STAGING FOR THE RETRO FILE REWRITE, AS FOR THE DEDUCTIONS
           SELECT F16-RETRO-WORK ASSIGN TO 'RetroWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE ROW PER EMPLOYEE PAID RETRO THIS RUN - DRIVES THE PAID
      * DATE STAMP ON THE RETRO FILE
           SELECT F17-RETRO-TAKES ASSIGN TO 'RetroTakes.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.


      * ONE RATE PER RECORD: "F" = FICA RATE, "W" = WITHHOLDING RATE
      * AND PER-DEPENDANT ALLOWANCE FOR A TAX STATUS, "I" = INSURANCE
      * PLAN PREMIUM, "L" = LEAVE HOURS ACCRUED PER PAY PERIOD (CODE
      * "V" VACATION, "S" SICK) IN THE AMOUNT. THE EMPLOYER'S SIDE:
      * "E" = EMPLOYER FICA/PENSION MATCH RATE, "H" = EMPLOYER HEALTH
      * PREMIUM PER PERIOD FOR THE PLAN CODE, "K" = WORKERS' COMP
      * RATE ON GROSS FOR THE DEPARTMENT ON THE ROW (BLANK FOR ANY
      * DEPARTMENT). W, F, E, H AND K ROWS CARRY THE JURISDICTION
      * THEY APPLY TO - A BLANK JURISDICTION LOADS AS THE DEFAULT SET
       FD  F03-TAXRATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-TAXRATE-RECORD.

       01  F03-TAXRATE-RECORD.
           05  F03-RATE-VALUE              PIC 9V9999.
           05  F03-RATE-AMOUNT             PIC 9(3)V99.
           05  F03-RATE-JURIS              PIC X(2).
           05  F03-RATE-DEPT               PIC X(4).

       FD  F04-EFT-FILE
           RECORD CONTAINS 70 CHARACTERS
       01  F04-EFT-RECORD                  PIC X(70).

       FD  F05-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F05-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F05==.
       01  F07-REMIT-RECORD                PIC X(100).

       FD  F08-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F08-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F08==.

       FD  F13-DEDHIST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F13-DEDHIST-RECORD.

           COPY DEDHIST REPLACING LEADING ==D01== BY ==F13==.

       FD  F14-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F14-LEAVE-RECORD.

           COPY LEAVEREC REPLACING LEADING ==L01== BY ==F14==.

       FD  F15-RETRO-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F15-RETRO-RECORD.

           COPY RETROREC REPLACING LEADING ==R02== BY ==F15==.

       FD  F16-RETRO-WORK
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F16-RETRO-WORK-RECORD.

       01  F16-RETRO-WORK-RECORD           PIC X(45).

       FD  F17-RETRO-TAKES
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS F17-RETRO-TAKE-RECORD.

       01  F17-RETRO-TAKE-RECORD.
           05  F17-RETRO-TAKE-SSN          PIC 9(9).

           COPY AUDITREC.

           COPY RUNREC.

           COPY MASKWS.

           COPY SECWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".

               10  PIC X(4)  VALUE "Rate".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(5)  VALUE "Hours".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(5)  VALUE "Leave".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(9)  VALUE "Gross Pay".
               10  PIC X(2)  VALUE SPACES.
           05  W03-REGULAR-PAY             PIC 9(5)V99 VALUE ZERO.
           05  W03-OVERTIME-PAY            PIC 9(5)V99 VALUE ZERO.
           05  W03-GROSS-PAY               PIC 9(5)V99 VALUE ZERO.
      * LEAVE TAKEN THIS PERIOD BY EARNINGS CODE - PAID AT THE
      * HOURLY RATE ON TOP OF WORKED TIME, NEVER COUNTED TOWARD THE
      * 40-HOUR OVERTIME THRESHOLD
           05  W03-VAC-HOURS               PIC 9(3)V99 VALUE ZERO.
           05  W03-SICK-HOURS              PIC 9(3)V99 VALUE ZERO.
           05  W03-STAT-HOURS              PIC 9(3)V99 VALUE ZERO.
           05  W03-LEAVE-HOURS             PIC 9(3)V99 VALUE ZERO.
           05  W03-LEAVE-PAY               PIC 9(5)V99 VALUE ZERO.
      * RETRO PAY OWED FROM A BACK-DATED RAISE, ADDED TO GROSS SO IT
      * IS TAXED WITH THE PERIOD'S PAY
           05  W03-RETRO-PAY               PIC 9(5)V99 VALUE ZERO.

       01 W04-DETAIL-LINE.
           05  W04-SSN-OUT                 PIC X(9).
           05  W04-RATE-OUT                PIC ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-HOURS-OUT               PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-LEAVE-OUT               PIC ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-GROSS-PAY-OUT           PIC ZZZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-NET-PAY-OUT             PIC ZZZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-FREQ-OUT                PIC X.

       01 W05-GRAND-TOTAL-GROSS-PAY        PIC 9(7)V99 VALUE ZERO.

           05  W30-JURIS-ENTRY OCCURS 5 TIMES.
               10  W30-JURIS-CODE          PIC X(2).
               10  W30-JURIS-FICA-RATE     PIC 9V9999.
               10  W30-JURIS-ER-FICA-RATE  PIC 9V9999.
               10  W30-JURIS-ER-HEALTH OCCURS 4 TIMES
                                           PIC 9(3)V99.
               10  W30-JURIS-WH-ENTRY OCCURS 5 TIMES.
                   15  W30-JH-RATE         PIC 9V9999.
                   15  W30-JH-ALLOWANCE    PIC 9(3)V99.

       01 W26-HISTORY-STATUS               PIC XX VALUE SPACES.

       01 W39-DEDHIST-STATUS               PIC XX VALUE SPACES.

       01 W40-LEAVE-STATUS                 PIC XX VALUE SPACES.

      * LEAVE HOURS ACCRUED EACH PAY PERIOD, FROM THE RATE TABLE'S
      * "L" ROWS - ZERO (NO ACCRUAL) WHEN THE TABLE CARRIES NONE
       01 W41-LEAVE-ACCRUAL.
           05  W41-VAC-ACCRUAL             PIC 9(3)V99 VALUE ZERO.
           05  W41-SICK-ACCRUAL            PIC 9(3)V99 VALUE ZERO.
           05  W41-LEAVE-SWITCH            PIC X VALUE SPACES.
               88  W41-LEAVE-FOUND               VALUE "Y".
               88  W41-LEAVE-NOT-FOUND           VALUE "N".

       01 W42-TOTAL-LEAVE-PAY              PIC 9(7)V99 VALUE ZERO.

      * WORKERS' COMP RATES FROM THE RATE TABLE'S "K" ROWS, BY
      * DEPARTMENT AND JURISDICTION - THE CLOSEST MATCH WINS: THE
      * EMPLOYEE'S OWN DEPARTMENT BEFORE A BLANK (ANY) DEPARTMENT,
      * THEIR OWN JURISDICTION BEFORE THE BLANK DEFAULT
       01 W43-WCB-TABLE.
           05  W43-WCB-ENTRY OCCURS 50 TIMES.
               10  W43-WCB-DEPT            PIC X(4).
               10  W43-WCB-JURIS           PIC X(2).
               10  W43-WCB-RATE            PIC 9V9999.

       01 W44-WCB-CONTROLS.
           05  W44-WCB-COUNT               PIC 9(2) VALUE ZERO.
           05  W44-WCB-SUB                 PIC 9(2) VALUE ZERO.
           05  W44-WCB-SCORE               PIC 9 VALUE ZERO.
           05  W44-WCB-BEST-SCORE          PIC 9 VALUE ZERO.
           05  W44-WCB-RATE                PIC 9V9999 VALUE ZERO.
           05  W44-WCB-DROPPED             PIC 9(3) VALUE ZERO.

      * THE EMPLOYER'S CONTRIBUTIONS FOR THE EMPLOYEE BEING PAID -
      * A COST ON TOP OF GROSS, NEVER DEDUCTED FROM NET
       01 W45-EMPLOYER-CALC.
           05  W45-ER-FICA-RATE            PIC 9V9999 VALUE ZERO.
           05  W45-ER-FICA                 PIC 9(5)V99 VALUE ZERO.
           05  W45-ER-HEALTH               PIC 9(3)V99 VALUE ZERO.
           05  W45-ER-WCB                  PIC 9(5)V99 VALUE ZERO.

       01 W46-EMPLOYER-TOTALS.
           05  W46-TOTAL-ER-FICA           PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-ER-HEALTH         PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-ER-WCB            PIC 9(7)V99 VALUE ZERO.

       01 W47-WCB-DROP-LINE.
           05  PIC X(44) VALUE
               "** COMP ROWS DROPPED - DEPT TABLE FULL:     ".
           05  W47-WCB-DROP-OUT            PIC ZZ9.
           05                              PIC X(63) VALUE SPACES.

       01 W48-RETRO-STATUS                 PIC XX VALUE SPACES.

       01 W49-RETRO-CONTROLS.
           05  W49-RETRO-EOF-SWITCH        PIC X VALUE SPACES.
               88  W49-RETRO-EOF                 VALUE "T".
           05  W49-WORK-EOF-SWITCH         PIC X VALUE SPACES.
               88  W49-WORK-EOF                  VALUE "T".
           05  W49-LOOKUP-EOF-SWITCH       PIC X VALUE SPACES.
               88  W49-LOOKUP-EOF                VALUE "T".
           05  W49-PAID-SWITCH             PIC X VALUE SPACES.
               88  W49-RETRO-PAID-THIS-RUN       VALUE "Y".
               88  W49-RETRO-NOT-PAID            VALUE "N".
           05  W49-RETRO-RATE              PIC 9(3)V99 VALUE ZERO.
           05  W49-RETRO-PAID-COUNT        PIC 9(5) VALUE ZERO.
           05  W49-TOTAL-RETRO-PAY         PIC 9(7)V99 VALUE ZERO.

       01 W50-RETRO-LINE.
           05                              PIC X(12) VALUE SPACES.
           05                              PIC X(24)
                   VALUE "Retro Earnings (Rate To ".
           05  W50-RETRO-RATE-OUT          PIC ZZ9.99.
           05                              PIC X(2)  VALUE ") ".
           05                              PIC X(10) VALUE SPACES.
           05  W50-RETRO-AMOUNT-OUT        PIC ZZZZ9.99.
           05                              PIC X(48) VALUE SPACES.

       01 W25-REMIT-LINES.
           05  W25-REMIT-HEADING.
               10  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE "PayrollRegister" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES
           PERFORM 500-WRITE-FOOTER
           PERFORM 545-WRITE-REMITTANCE-LISTING
           PERFORM 548-REWRITE-DEDUCT-MASTER
           PERFORM 556-STAMP-RETRO-PAID
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-VALID-FILE
                OUTPUT F02-PRINT-FILE
                OUTPUT F05-PERIOD-FILE
                OUTPUT F07-REMIT-FILE
                OUTPUT F10-TAKES-FILE
                OUTPUT F17-RETRO-TAKES

      * THE PAY HISTORY IS APPENDED TO SO EARLIER PERIODS SURVIVE;
      * THE VERY FIRST REGISTER RUN CREATES IT
           IF W26-HISTORY-STATUS = "35"
               OPEN OUTPUT F08-HISTORY-FILE
           END-IF

           OPEN EXTEND F13-DEDHIST-FILE
           IF W39-DEDHIST-STATUS = "35"
               OPEN OUTPUT F13-DEDHIST-FILE
           END-IF

           OPEN I-O F14-LEAVE-MASTER
           .

      * PULL THE YEAR'S WITHHOLDING, FICA AND INSURANCE RATES IN FROM
                   PERFORM 180-STORE-INSURANCE-RATE
                       VARYING W09-INSURANCE-IDX FROM 1 BY 1
                       UNTIL W09-INSURANCE-IDX > 4
               WHEN "L"
                   IF F03-RATE-CODE = "V"
                       MOVE F03-RATE-AMOUNT TO W41-VAC-ACCRUAL
                   END-IF
                   IF F03-RATE-CODE = "S"
                       MOVE F03-RATE-AMOUNT TO W41-SICK-ACCRUAL
                   END-IF
               WHEN "E"
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W33-JURIS-FOUND-SUB > ZERO
                       MOVE F03-RATE-VALUE TO
                           W30-JURIS-ER-FICA-RATE(W33-JURIS-FOUND-SUB)
                   END-IF
               WHEN "H"
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W33-JURIS-FOUND-SUB > ZERO
                       PERFORM 181-STORE-EMPLOYER-HEALTH
                           VARYING W09-INSURANCE-IDX FROM 1 BY 1
                           UNTIL W09-INSURANCE-IDX > 4
                   END-IF
               WHEN "K"
                   IF W44-WCB-COUNT < 50
                       ADD 1 TO W44-WCB-COUNT
                       MOVE F03-RATE-DEPT
                           TO W43-WCB-DEPT(W44-WCB-COUNT)
                       MOVE F03-RATE-JURIS
                           TO W43-WCB-JURIS(W44-WCB-COUNT)
                       MOVE F03-RATE-VALUE
                           TO W43-WCB-RATE(W44-WCB-COUNT)
                   ELSE
                       ADD 1 TO W44-WCB-DROPPED
                   END-IF
           END-EVALUATE

           PERFORM 160-READ-TAX-RATE
               MOVE F03-RATE-JURIS
                   TO W30-JURIS-CODE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-FICA-RATE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-ER-FICA-RATE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-ER-HEALTH(W31-JURIS-COUNT 1)
               MOVE ZERO TO W30-JURIS-ER-HEALTH(W31-JURIS-COUNT 2)
               MOVE ZERO TO W30-JURIS-ER-HEALTH(W31-JURIS-COUNT 3)
               MOVE ZERO TO W30-JURIS-ER-HEALTH(W31-JURIS-COUNT 4)
               PERFORM 177-CLEAR-JURIS-BRACKET
                   VARYING W34-BRACKET-SUB FROM 1 BY 1
                   UNTIL W34-BRACKET-SUB > 5
               MOVE 1 TO W33-JURIS-FOUND-SUB
           END-IF

           MOVE ZERO TO W45-ER-FICA-RATE
           IF W33-JURIS-FOUND-SUB > ZERO
               MOVE W30-JURIS-FICA-RATE(W33-JURIS-FOUND-SUB)
                   TO W10-FICA-RATE
               MOVE W30-JURIS-ER-FICA-RATE(W33-JURIS-FOUND-SUB)
                   TO W45-ER-FICA-RATE
               PERFORM 411-COPY-JURIS-BRACKET
                   VARYING W34-BRACKET-SUB FROM 1 BY 1
                   UNTIL W34-BRACKET-SUB > 5
           END-IF
           .

       181-STORE-EMPLOYER-HEALTH.
           IF F03-RATE-CODE = W09-INSURANCE-CODE(W09-INSURANCE-IDX)
               MOVE F03-RATE-AMOUNT
                   TO W30-JURIS-ER-HEALTH(W33-JURIS-FOUND-SUB
                       W09-INSURANCE-IDX)
           END-IF
           .

      * RE-SORT THE DEDUCTION MASTER INTO SSN/PRIORITY ORDER BEFORE
      * ANY EMPLOYEE IS PROCESSED - EACH EMPLOYEE'S ROWS THEN ARRIVE
      * TOGETHER, HIGHEST PRIORITY FIRST, FOR THE PER-EMPLOYEE SCAN.
           .

       405-PAY-ONE-EMPLOYEE.
           PERFORM 407-LOAD-LEAVE-HOURS
           PERFORM 410-COMPUTE-GROSS-PAY
           PERFORM 419-ADD-RETRO-PAY
           PERFORM 414-SELECT-JURIS-RATES
           PERFORM 415-COMPUTE-DEDUCTIONS
           PERFORM 425-COMPUTE-EMPLOYER-SHARE
           PERFORM 420-WRITE-DETAIL-LINE
           IF W03-RETRO-PAY > ZERO
               PERFORM 423-WRITE-RETRO-LINE
           END-IF

      * LIVE DEPOSITS ONLY AFTER THE PRENOTE CYCLE HAS PASSED - AN
      * ENROLMENT STILL IN (OR JUST ENTERING) PRENOTE GOES OUT AS A
           END-IF

           PERFORM 440-WRITE-PERIOD-RECORD
           PERFORM 442-UPDATE-LEAVE-BALANCES

           ADD W03-GROSS-PAY TO W05-GRAND-TOTAL-GROSS-PAY
           ADD W03-LEAVE-PAY TO W42-TOTAL-LEAVE-PAY
           ADD W03-RETRO-PAY TO W49-TOTAL-RETRO-PAY
           ADD W11-WITHHOLDING TO W12-TOTAL-WITHHOLDING
           ADD W11-FICA TO W12-TOTAL-FICA
           ADD W11-INSURANCE TO W12-TOTAL-INSURANCE
           ADD W22-OTHER-DEDS TO W24-TOTAL-OTHER-DEDS
           ADD W11-NET-PAY TO W12-TOTAL-NET-PAY
           ADD W45-ER-FICA TO W46-TOTAL-ER-FICA
           ADD W45-ER-HEALTH TO W46-TOTAL-ER-HEALTH
           ADD W45-ER-WCB TO W46-TOTAL-ER-WCB

           PERFORM 300-READ-RECORD
           .

      * THE LEAVE HOURS TIMECARD CAPTURE POSTED FOR THIS BUSINESS
      * DATE - HOURS LEFT OVER FROM AN EARLIER PERIOD ARE NOT PAID
      * AGAIN
       407-LOAD-LEAVE-HOURS.
           MOVE ZERO TO W03-VAC-HOURS
           MOVE ZERO TO W03-SICK-HOURS
           MOVE ZERO TO W03-STAT-HOURS

           SET W41-LEAVE-FOUND TO TRUE
           MOVE F01-EMPLOYEE-SSN TO F14-LEAVE-SSN
           READ F14-LEAVE-MASTER
               INVALID KEY SET W41-LEAVE-NOT-FOUND TO TRUE
           END-READ

           IF W41-LEAVE-FOUND
               AND F14-PERIOD-DATE = RC-BUSINESS-DATE
               MOVE F14-PERIOD-VAC-HOURS TO W03-VAC-HOURS
               MOVE F14-PERIOD-SICK-HOURS TO W03-SICK-HOURS
               MOVE F14-PERIOD-STAT-HOURS TO W03-STAT-HOURS
           END-IF
           COMPUTE W03-LEAVE-HOURS =
               W03-VAC-HOURS + W03-SICK-HOURS + W03-STAT-HOURS
           .

      * SALARIED STAFF DRAW A FIXED PER-PERIOD AMOUNT FROM THEIR
      * RATE AND PAY FREQUENCY; HOURLY STAFF STILL PAY FROM KEYED
      * HOURS WITH TIME-AND-A-HALF OVERTIME. LEAVE HOURS PAY AT THE
      * STRAIGHT HOURLY RATE AND STAY OUT OF THE OVERTIME TEST; A
      * SALARIED EMPLOYEE'S LEAVE IS ALREADY IN THE SALARY, SO IT
      * ONLY DRAWS THE BALANCE DOWN
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
           .

      * ANY RETRO PAY STILL OWED THE EMPLOYEE GOES ON TOP OF THE
      * PERIOD'S GROSS, SO WITHHOLDING, FICA AND THE EMPLOYER SHARE
      * ARE ALL FIGURED ON IT THE NORMAL WAY. A ROW ALREADY STAMPED
      * WITH THIS BUSINESS DATE IS PAID AGAIN ON A RE-RUN, THE SAME
      * AS THE PERIOD'S LEAVE HOURS
       419-ADD-RETRO-PAY.
           MOVE ZERO TO W03-RETRO-PAY
           MOVE SPACES TO W49-RETRO-EOF-SWITCH
           OPEN INPUT F15-RETRO-FILE
           PERFORM 424-MATCH-RETRO-ROW
               UNTIL W49-RETRO-EOF
           CLOSE F15-RETRO-FILE

           IF W03-RETRO-PAY > ZERO
               ADD W03-RETRO-PAY TO W03-GROSS-PAY
               MOVE F01-EMPLOYEE-SSN TO F17-RETRO-TAKE-SSN
               WRITE F17-RETRO-TAKE-RECORD
               ADD 1 TO W49-RETRO-PAID-COUNT
           END-IF
           .

       424-MATCH-RETRO-ROW.
           READ F15-RETRO-FILE
               AT END
                   SET W49-RETRO-EOF TO TRUE
               NOT AT END
                   IF F15-RETRO-SSN = F01-EMPLOYEE-SSN
                       AND F15-RETRO-AMOUNT IS NUMERIC
                       AND (F15-RETRO-UNPAID
                           OR F15-RETRO-PAID-DATE = RC-BUSINESS-DATE)
                       ADD F15-RETRO-AMOUNT TO W03-RETRO-PAY
                       MOVE F15-RETRO-NEW-RATE TO W49-RETRO-RATE
                   END-IF
           END-READ
           .

      * WITHHOLDING BY TAX-STATUS BRACKET LESS THE PER-DEPENDANT
      * ALLOWANCE, FICA ON FULL GROSS, AND THE PLAN PREMIUM FOR THE
      * EMPLOYEE'S INSURANCE CODE - ALL RATES FROM THE RATE TABLE
                   MOVE F09-DED-PAYEE TO F10-TAKE-PAYEE
                   MOVE W22-SCHEDULED TO F10-TAKE-AMOUNT
                   WRITE F10-TAKE-RECORD

                   MOVE RC-BUSINESS-DATE TO F13-DHIST-RUN-DATE
                   MOVE RC-PERIOD TO F13-DHIST-PERIOD
                   MOVE F09-DED-SSN TO F13-DHIST-SSN
                   MOVE F09-DED-CODE TO F13-DHIST-CODE
                   MOVE W22-SCHEDULED TO F13-DHIST-AMOUNT
                   WRITE F13-DEDHIST-RECORD
               END-IF
           END-IF
           .
           END-IF
           .

      * THE EMPLOYER'S MATCH ON FULL GROSS AT THE JURISDICTION'S
      * RATE, THE EMPLOYER SHARE OF THE EMPLOYEE'S HEALTH PLAN (PAID
      * EVEN WHEN THE EMPLOYEE'S OWN PREMIUM HAD TO BE SHORTED), AND
      * WORKERS' COMP ON GROSS AT THE DEPARTMENT'S RATE
       425-COMPUTE-EMPLOYER-SHARE.
           COMPUTE W45-ER-FICA ROUNDED =
               W03-GROSS-PAY * W45-ER-FICA-RATE

           MOVE ZERO TO W45-ER-HEALTH
           IF W33-JURIS-FOUND-SUB > ZERO
               PERFORM 426-LOOK-UP-EMPLOYER-HEALTH
                   VARYING W09-INSURANCE-IDX FROM 1 BY 1
                   UNTIL W09-INSURANCE-IDX > 4
           END-IF

           MOVE ZERO TO W44-WCB-RATE
           MOVE ZERO TO W44-WCB-BEST-SCORE
           PERFORM 427-MATCH-WCB-RATE
               VARYING W44-WCB-SUB FROM 1 BY 1
               UNTIL W44-WCB-SUB > W44-WCB-COUNT
           COMPUTE W45-ER-WCB ROUNDED =
               W03-GROSS-PAY * W44-WCB-RATE
           .

       426-LOOK-UP-EMPLOYER-HEALTH.
           IF F01-INSURANCE = W09-INSURANCE-CODE(W09-INSURANCE-IDX)
               MOVE W30-JURIS-ER-HEALTH(W33-JURIS-FOUND-SUB
                   W09-INSURANCE-IDX) TO W45-ER-HEALTH
           END-IF
           .

      * SCORE EACH COMP ROW THAT APPLIES TO THE EMPLOYEE - 1 FOR A
      * ROW THAT ONLY APPLIES BY DEFAULT, PLUS 2 FOR THEIR OWN
      * DEPARTMENT AND 1 FOR THEIR OWN JURISDICTION - AND KEEP THE
      * RATE FROM THE HIGHEST SCORE
       427-MATCH-WCB-RATE.
           MOVE ZERO TO W44-WCB-SCORE
           IF (W43-WCB-DEPT(W44-WCB-SUB) = F01-DEPT-CODE
                   OR W43-WCB-DEPT(W44-WCB-SUB) = SPACES)
               AND (W43-WCB-JURIS(W44-WCB-SUB) = F01-TAX-JURIS
                   OR W43-WCB-JURIS(W44-WCB-SUB) = SPACES)
               MOVE 1 TO W44-WCB-SCORE
               IF W43-WCB-DEPT(W44-WCB-SUB) = F01-DEPT-CODE
                   ADD 2 TO W44-WCB-SCORE
               END-IF
               IF W43-WCB-JURIS(W44-WCB-SUB) = F01-TAX-JURIS
                   ADD 1 TO W44-WCB-SCORE
               END-IF
           END-IF

           IF W44-WCB-SCORE > W44-WCB-BEST-SCORE
               MOVE W44-WCB-SCORE TO W44-WCB-BEST-SCORE
               MOVE W43-WCB-RATE(W44-WCB-SUB) TO W44-WCB-RATE
           END-IF
           .

       420-WRITE-DETAIL-LINE.
           MOVE F01-EMPLOYEE-SSN-X TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE F01-LAST-NAME TO W04-LAST-NAME-OUT
           MOVE F01-HOURLY-RATE TO W04-RATE-OUT
           MOVE F01-HOURS-WORKED TO W04-HOURS-OUT
           MOVE W03-LEAVE-HOURS TO W04-LEAVE-OUT
           MOVE W03-GROSS-PAY TO W04-GROSS-PAY-OUT
           MOVE W11-WITHHOLDING TO W04-WITHHOLD-OUT
           MOVE W11-FICA TO W04-FICA-OUT
           ADD 1 TO W18-RECORDS-WRITTEN
           .

      * THE RETRO PAY SHOWN ON ITS OWN LINE UNDER THE EMPLOYEE - THE
      * GROSS ON THE DETAIL LINE ALREADY INCLUDES IT
       423-WRITE-RETRO-LINE.
           MOVE W49-RETRO-RATE TO W50-RETRO-RATE-OUT
           MOVE W03-RETRO-PAY TO W50-RETRO-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W50-RETRO-LINE
           .

      * ONE EFT DETAIL PER ENROLLED EMPLOYEE; NON-ENROLLED EMPLOYEES
      * KEEP FLOWING TO THE CASH PROCESS UNTOUCHED
       430-WRITE-EFT-DETAIL.
           MOVE W22-OTHER-DEDS TO F05-PERIOD-OTHER-DEDS
           MOVE W11-NET-PAY TO F05-PERIOD-NET
           MOVE F01-TAX-JURIS TO F05-PERIOD-JURIS
           MOVE W45-ER-FICA TO F05-PERIOD-ER-FICA
           MOVE W45-ER-HEALTH TO F05-PERIOD-ER-HEALTH
           MOVE W45-ER-WCB TO F05-PERIOD-ER-WCB
           MOVE W03-RETRO-PAY TO F05-PERIOD-RETRO-PAY
           IF F01-PAY-EFT AND F01-PRENOTE-PASSED
               MOVE "E" TO F05-PERIOD-PAY-METHOD
           ELSE
           PERFORM 445-WRITE-HISTORY-RECORD
           .

      * TAKE THE PERIOD'S VACATION AND SICK HOURS OFF THE BALANCES
      * AND ADD THE PERIOD ACCRUAL - ONCE PER BUSINESS DATE, SO A
      * RE-RUN OF THE REGISTER DOES NOT DRAW DOWN OR ACCRUE TWICE.
      * AN EMPLOYEE WITH NO LEAVE RECORD STARTS ONE WITH THE FIRST
      * ACCRUAL
       442-UPDATE-LEAVE-BALANCES.
           IF W41-LEAVE-FOUND
               IF F14-LAST-ACCRUAL-DATE NOT = RC-BUSINESS-DATE
                   IF W03-VAC-HOURS > F14-VAC-BALANCE
                       MOVE ZERO TO F14-VAC-BALANCE
                   ELSE
                       SUBTRACT W03-VAC-HOURS FROM F14-VAC-BALANCE
                   END-IF
                   IF W03-SICK-HOURS > F14-SICK-BALANCE
                       MOVE ZERO TO F14-SICK-BALANCE
                   ELSE
                       SUBTRACT W03-SICK-HOURS FROM F14-SICK-BALANCE
                   END-IF
                   ADD W41-VAC-ACCRUAL TO F14-VAC-BALANCE
                   ADD W41-SICK-ACCRUAL TO F14-SICK-BALANCE
                   MOVE RC-BUSINESS-DATE TO F14-LAST-ACCRUAL-DATE
                   REWRITE F14-LEAVE-RECORD
               END-IF
           ELSE
           IF W41-VAC-ACCRUAL > ZERO OR W41-SICK-ACCRUAL > ZERO
               MOVE F01-EMPLOYEE-SSN TO F14-LEAVE-SSN
               MOVE W41-VAC-ACCRUAL TO F14-VAC-BALANCE
               MOVE W41-SICK-ACCRUAL TO F14-SICK-BALANCE
               MOVE SPACES TO F14-PERIOD-DATE
               MOVE ZERO TO F14-PERIOD-VAC-HOURS
               MOVE ZERO TO F14-PERIOD-SICK-HOURS
               MOVE ZERO TO F14-PERIOD-STAT-HOURS
               MOVE RC-BUSINESS-DATE TO F14-LAST-ACCRUAL-DATE
               WRITE F14-LEAVE-RECORD
           END-IF
           END-IF
           .

      * THE SAME RESULTS AGAIN, DATED AND STAMPED WITH THE PERIOD,
      * APPENDED TO THE PERMANENT PAY HISTORY
       445-WRITE-HISTORY-RECORD.
           MOVE F05-PERIOD-INSURANCE TO F08-HIST-INSURANCE
           MOVE F05-PERIOD-OTHER-DEDS TO F08-HIST-OTHER-DEDS
           MOVE F05-PERIOD-NET TO F08-HIST-NET
           MOVE SPACE TO F08-HIST-TYPE
           MOVE F05-PERIOD-ER-FICA TO F08-HIST-ER-FICA
           MOVE F05-PERIOD-ER-HEALTH TO F08-HIST-ER-HEALTH
           MOVE F05-PERIOD-ER-WCB TO F08-HIST-ER-WCB
           MOVE F01-HOURLY-RATE TO F08-HIST-RATE
           MOVE W03-REGULAR-HOURS TO F08-HIST-REG-HOURS
           MOVE W03-OVERTIME-HOURS TO F08-HIST-OT-HOURS
           IF F01-SALARY-TYPE = "S"
               MOVE ZERO TO F08-HIST-LEAVE-HOURS
           ELSE
               MOVE W03-LEAVE-HOURS TO F08-HIST-LEAVE-HOURS
           END-IF
           MOVE F05-PERIOD-RETRO-PAY TO F08-HIST-RETRO-PAY
           WRITE F08-PAYHIST-RECORD
           .

           WRITE F02-PRINT-RECORD FROM W06-TOTAL-LABEL
               AFTER ADVANCING 2 LINES

           MOVE "Total Leave Pay" TO W06-DEDUCTION-LABEL
           MOVE W42-TOTAL-LEAVE-PAY TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Total Retro Pay" TO W06-DEDUCTION-LABEL
           MOVE W49-TOTAL-RETRO-PAY TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Total Withholding" TO W06-DEDUCTION-LABEL
           MOVE W12-TOTAL-WITHHOLDING TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Employer FICA/Pen" TO W06-DEDUCTION-LABEL
           MOVE W46-TOTAL-ER-FICA TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Employer Health" TO W06-DEDUCTION-LABEL
           MOVE W46-TOTAL-ER-HEALTH TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Workers' Comp" TO W06-DEDUCTION-LABEL
           MOVE W46-TOTAL-ER-WCB TO W06-DEDUCTION-OUT
           WRITE F02-PRINT-RECORD FROM W06-DEDUCTION-LINE
               AFTER ADVANCING 1 LINE

           IF W37-JURIS-DROPPED > ZERO
               MOVE W37-JURIS-DROPPED TO W38-JURIS-DROP-OUT
               WRITE F02-PRINT-RECORD FROM W38-JURIS-DROP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF W44-WCB-DROPPED > ZERO
               MOVE W44-WCB-DROPPED TO W47-WCB-DROP-OUT
               WRITE F02-PRINT-RECORD FROM W47-WCB-DROP-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           WRITE F02-PRINT-RECORD FROM W06-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           END-READ
           .

      * STAMP THE RETRO ROWS THIS RUN PAID WITH THE BUSINESS DATE SO
      * THE NEXT RUN DOES NOT PAY THEM AGAIN. A ROW CARRYING THIS
      * DATE FROM AN EARLIER RUN UNDER THE SAME DATE THAT WAS NOT
      * PAID THIS TIME GOES BACK TO UNPAID. THE FILE IS REBUILT
      * THROUGH THE WORK FILE, AS THE DEDUCTION MASTER IS
       556-STAMP-RETRO-PAID.
           CLOSE F17-RETRO-TAKES
           OPEN INPUT F15-RETRO-FILE
           IF W48-RETRO-STATUS = "05"
               CLOSE F15-RETRO-FILE
           ELSE
               OPEN OUTPUT F16-RETRO-WORK
               MOVE SPACES TO W49-RETRO-EOF-SWITCH
               PERFORM 557-STAMP-ONE-RETRO
                   UNTIL W49-RETRO-EOF
               CLOSE F15-RETRO-FILE
                     F16-RETRO-WORK

               OPEN INPUT F16-RETRO-WORK
               OPEN OUTPUT F15-RETRO-FILE
               MOVE SPACES TO W49-WORK-EOF-SWITCH
               PERFORM 554-COPY-RETRO-BACK
                   UNTIL W49-WORK-EOF
               CLOSE F15-RETRO-FILE
                     F16-RETRO-WORK
           END-IF
           .

       557-STAMP-ONE-RETRO.
           READ F15-RETRO-FILE
               AT END
                   SET W49-RETRO-EOF TO TRUE
               NOT AT END
                   IF F15-RETRO-UNPAID
                       OR F15-RETRO-PAID-DATE = RC-BUSINESS-DATE
                       PERFORM 558-LOOK-UP-RETRO-PAID
                       IF W49-RETRO-PAID-THIS-RUN
                           MOVE RC-BUSINESS-DATE
                               TO F15-RETRO-PAID-DATE
                       ELSE
                           MOVE SPACES TO F15-RETRO-PAID-DATE
                       END-IF
                   END-IF
                   WRITE F16-RETRO-WORK-RECORD FROM F15-RETRO-RECORD
           END-READ
           .

       558-LOOK-UP-RETRO-PAID.
           SET W49-RETRO-NOT-PAID TO TRUE
           IF W49-RETRO-PAID-COUNT > ZERO
               MOVE SPACES TO W49-LOOKUP-EOF-SWITCH
               OPEN INPUT F17-RETRO-TAKES
               PERFORM 559-MATCH-RETRO-TAKE
                   UNTIL W49-LOOKUP-EOF
               CLOSE F17-RETRO-TAKES
           END-IF
           .

       559-MATCH-RETRO-TAKE.
           READ F17-RETRO-TAKES
               AT END
                   SET W49-LOOKUP-EOF TO TRUE
               NOT AT END
                   IF F17-RETRO-TAKE-SSN = F15-RETRO-SSN
                       SET W49-RETRO-PAID-THIS-RUN TO TRUE
                   END-IF
           END-READ
           .

       554-COPY-RETRO-BACK.
           READ F16-RETRO-WORK
               AT END
                   SET W49-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F16-RETRO-WORK-RECORD TO F15-RETRO-RECORD
                   WRITE F15-RETRO-RECORD
           END-READ
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
                 F05-PERIOD-FILE
                 F07-REMIT-FILE
                 F08-HISTORY-FILE
                 F13-DEDHIST-FILE
                 F14-LEAVE-MASTER
           .
