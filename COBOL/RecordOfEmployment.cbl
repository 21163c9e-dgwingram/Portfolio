       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordOfEmployment.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PRODUCES THE RECORD OF EMPLOYMENT FOR EVERY EMPLOYEE WHOSE
      * TERMINATION DATE FALLS INSIDE THE WINDOW ENDING AT THE
      * BUSINESS DATE. THE INSURABLE EARNINGS AND HOURS FOR THE LAST
      * 53 PAY PERIODS COME FROM THE PERMANENT PAY HISTORY (A PAYROLL
      * REVERSAL NETS OUT UNDER ITS RUN'S DATE, AN OFF-CYCLE PAYMENT
      * COUNTS IN THE PERIOD IT WAS PAID), WITH THE FINAL PAY MADE ON
      * OR AFTER THE TERMINATION DATE AND THE VACATION OWED FROM THE
      * LEAVE BALANCE SHOWN SEPARATELY. EACH ROE PRINTS AS ITS OWN
      * FORM AND GOES ON THE FIXED-FORMAT E-FILE FOR SUBMISSION. AN
      * EMPLOYEE WHO HAS BEEN RE-HIRED OR HAS NO PAY HISTORY GOES TO
      * THE EXCEPTION LIST INSTEAD, FOR HR TO PREPARE BY HAND
       FILE-CONTROL.
           SELECT F01-VALID-FILE ASSIGN TO 'ValidRecords.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-VALID-STATUS.

      * READ FROM THE TOP ONCE PER TERMINATED EMPLOYEE - THERE ARE
      * ONLY EVER A FEW IN A WINDOW
           SELECT F02-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-HISTORY-STATUS.

      * LEAVE-BALANCE MASTER KEYED BY SSN - THE UNUSED VACATION
      * BALANCE IS PAID OUT ON SEPARATION. OPTIONAL SO A SITE
      * WITHOUT LEAVE RUNS CLEAN
           SELECT OPTIONAL F03-LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F03-LEAVE-SSN
               FILE STATUS IS W22-LEAVE-STATUS.

           SELECT F04-PRINT-FILE ASSIGN TO 'RoeForms.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-PRINT-STATUS.

      * THE GOVERNMENT SUBMISSION - ONE HEADER, A DETAIL PER ROE
      * FOLLOWED BY ITS PAY-PERIOD EARNINGS LINES, AND A TRAILER
      * CARRYING THE COUNTS THE RECEIVING SIDE VERIFIES
           SELECT F05-EFILE ASSIGN TO 'RoeEfile.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-EFILE-STATUS.

           SELECT F06-EXCEPTION-FILE ASSIGN TO 'RoeExceptions.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-EXCEPTION-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-VALID-FILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY EMPREC.

       FD  F02-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F02-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F02==.

       FD  F03-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F03-LEAVE-RECORD.

           COPY LEAVEREC REPLACING LEADING ==L01== BY ==F03==.

       FD  F04-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(100).

       FD  F05-EFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F05-EFILE-RECORD.
       01  F05-EFILE-RECORD                PIC X(100).

       FD  F06-EXCEPTION-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-EXCEPTION-RECORD.
       01  F06-EXCEPTION-RECORD            PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-VALID-STATUS         PIC XX VALUE SPACES.
       01 W21-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W22-LEAVE-STATUS         PIC XX VALUE SPACES.
       01 W23-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W24-EFILE-STATUS         PIC XX VALUE SPACES.
       01 W25-EXCEPTION-STATUS     PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-HIST-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-HIST-EOF              VALUE "T".
           05  W01-LEAVE-OPEN-SWITCH   PIC X VALUE SPACES.
               88  W01-LEAVE-OPEN            VALUE "Y".
           05  W01-PAID-AFTER-SWITCH   PIC X VALUE SPACES.
               88  W01-PAID-AFTER-TERM       VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(30) VALUE SPACES.
               10  PIC X(20) VALUE "Record of Employment".
           05  W02-EXCEPTION-HEADING.
               10  PIC X(22) VALUE SPACES.
               10  PIC X(33)
                       VALUE "Record of Employment - Exceptions".
           05  W02-EXCEPTION-COLUMNS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(9)  VALUE "Last Name".
               10  PIC X(7)  VALUE SPACES.
               10  PIC X(8)  VALUE "Hired".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(10) VALUE "Terminated".
               10  PIC X(6)  VALUE "Reason".
           05  W02-PERIOD-COLUMNS.
               10  PIC X(6)  VALUE "Period".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(7)  VALUE "Paid On".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(16) VALUE "Insurable Hours".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(18) VALUE "Insurable Earnings".

      * THE FORM'S BLOCKS, ONE LINE EACH
       01 W03-FORM-LINES.
           05  W03-NAME-LINE.
               10  PIC X(20) VALUE "Employee:".
               10  W03-NAME-OUT            PIC X(40).
           05  W03-SSN-LINE.
               10  PIC X(20) VALUE "Social Insurance No:".
               10  W03-SSN-OUT             PIC X(9).
           05  W03-DEPT-LINE.
               10  PIC X(20) VALUE "Department:".
               10  W03-DEPT-OUT            PIC X(4).
           05  W03-FREQ-LINE.
               10  PIC X(20) VALUE "Pay Period Type:".
               10  W03-FREQ-OUT            PIC X(12).
           05  W03-HIRE-LINE.
               10  PIC X(20) VALUE "First Day Worked:".
               10  W03-HIRE-OUT            PIC X(8).
           05  W03-TERM-LINE.
               10  PIC X(20) VALUE "Last Day For Pay:".
               10  W03-TERM-OUT            PIC X(8).
           05  W03-FINAL-PERIOD-LINE.
               10  PIC X(20) VALUE "Final Period Paid:".
               10  W03-FINAL-PERIOD-OUT    PIC X(8).
           05  W03-RULE-LINE               PIC X(70) VALUE ALL "-".

       01 W04-PERIOD-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-PERIOD-NO-OUT           PIC Z9.
           05                              PIC X(6)  VALUE SPACES.
           05  W04-PERIOD-DATE-OUT         PIC X(8).
           05                              PIC X(10) VALUE SPACES.
           05  W04-PERIOD-HOURS-OUT        PIC ZZZ9.99-.
           05                              PIC X(10) VALUE SPACES.
           05  W04-PERIOD-EARNINGS-OUT     PIC ZZZ,ZZ9.99-.
           05                              PIC X(43) VALUE SPACES.

       01 W05-TOTAL-LINE.
           05  W05-TOTAL-LABEL             PIC X(30).
           05  W05-TOTAL-AMOUNT-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05                              PIC X(56) VALUE SPACES.

       01 W06-EXCEPTION-LINE.
           05  W06-SSN-OUT                 PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05  W06-LAST-NAME-OUT           PIC X(14).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-HIRE-OUT                PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-TERM-OUT                PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-REASON-OUT              PIC X(40).
           05                              PIC X(12) VALUE SPACES.

       01 W07-EXCEPTION-MSGS.
           05  W07-REHIRED-MSG             PIC X(40)
                   VALUE "RE-HIRED - ACTIVE AGAIN ON THE MASTER".
           05  W07-HIRED-AFTER-MSG         PIC X(40)
                   VALUE "RE-HIRED - HIRE DATE AFTER TERMINATION".
           05  W07-PAID-AFTER-MSG          PIC X(40)
                   VALUE "RE-HIRED - IN A PAY RUN AFTER TERMINATED".
           05  W07-NO-HISTORY-MSG          PIC X(40)
                   VALUE "NO PAY HISTORY ON FILE".
           05  W07-NO-TERM-DATE-MSG        PIC X(40)
                   VALUE "TERMINATED WITH NO USABLE TERM DATE".

      * A TERMINATION COUNTS WHEN ITS DATE IS WITHIN THIS MANY DAYS
      * OF THE BUSINESS DATE, OVERRIDABLE FROM THE ENVIRONMENT TO
      * MATCH THE PAY FREQUENCY
       01 W08-WINDOW-DAYS                  PIC 9(3)  VALUE 14.
       01 W09-WINDOW-PARM                  PIC X(3)  VALUE SPACES.
       01 W10-PARM-SHIFT-WORK              PIC X(3)  VALUE SPACES.

       01 W11-DATE-WORK.
           05  W11-TODAY-DAYS              PIC S9(8) VALUE ZERO.
           05  W11-EVENT-DAYS              PIC S9(8) VALUE ZERO.
           05  W11-DAYS-AGO                PIC S9(5) VALUE ZERO.
           05  W11-IN-WINDOW-SWITCH        PIC X     VALUE SPACE.
               88  W11-IN-WINDOW                     VALUE "Y".

      * THE INSURABLE PAY PERIODS FOUND FOR THE EMPLOYEE, ONE PER
      * PAY DATE - ONLY THE MOST RECENT 53 ARE KEPT
       01 W12-PERIOD-TABLE.
           05  W12-PERIOD-ENTRY OCCURS 53 TIMES.
               10  W12-PERIOD-DATE         PIC X(8).
               10  W12-PERIOD-HOURS        PIC S9(4)V99.
               10  W12-PERIOD-EARNINGS     PIC S9(6)V99.

       01 W13-PERIOD-SWAP.
           05  W13-SWAP-DATE               PIC X(8).
           05  W13-SWAP-HOURS              PIC S9(4)V99.
           05  W13-SWAP-EARNINGS           PIC S9(6)V99.

       01 W14-PERIOD-CONTROLS.
           05  W14-PERIOD-COUNT            PIC 9(2) VALUE ZERO.
           05  W14-PERIOD-SUB              PIC 9(2) VALUE ZERO.
           05  W14-PERIOD-SUB-2            PIC 9(2) VALUE ZERO.
           05  W14-FOUND-SUB               PIC 9(2) VALUE ZERO.
           05  W14-OLDEST-SUB              PIC 9(2) VALUE ZERO.
           05  W14-HIST-ROWS               PIC 9(5) VALUE ZERO.

      * ONE HISTORY ROW'S INSURABLE HOURS AND EARNINGS
       01 W15-ROW-WORK.
           05  W15-ROW-HOURS               PIC S9(4)V99 VALUE ZERO.
           05  W15-ROW-EARNINGS            PIC S9(6)V99 VALUE ZERO.

       01 W16-EMPLOYEE-TOTALS.
           05  W16-INSURABLE-HOURS         PIC S9(5)V99 VALUE ZERO.
           05  W16-INSURABLE-EARNINGS      PIC S9(7)V99 VALUE ZERO.
           05  W16-FINAL-PAY               PIC S9(6)V99 VALUE ZERO.
           05  W16-VACATION-PAY            PIC S9(6)V99 VALUE ZERO.

      * E-FILE RECORD LAYOUTS
       01 W17-EFILE-HEADER.
           05                              PIC X     VALUE "H".
           05                              PIC X(20)
                   VALUE "INGRAM PAYROLL".
           05  W17-HDR-RUN-DATE            PIC X(8).
           05                              PIC X(71) VALUE SPACES.

       01 W18-EFILE-DETAIL.
           05                              PIC X     VALUE "D".
           05  W18-DTL-SSN                 PIC 9(9).
           05  W18-DTL-LAST-NAME           PIC X(14).
           05  W18-DTL-FIRST-NAME          PIC X(12).
           05  W18-DTL-INITIAL             PIC X.
           05  W18-DTL-PAY-FREQUENCY       PIC X.
           05  W18-DTL-FIRST-DAY           PIC X(8).
           05  W18-DTL-LAST-DAY            PIC X(8).
           05  W18-DTL-FINAL-PERIOD        PIC X(8).
           05  W18-DTL-PERIOD-COUNT        PIC 9(2).
           05  W18-DTL-INSURABLE-HOURS     PIC 9(5).
           05  W18-DTL-INSURABLE-EARNINGS  PIC 9(7)V99.
           05  W18-DTL-VACATION-PAY        PIC 9(6)V99.
           05  W18-DTL-FINAL-PAY           PIC 9(6)V99.
           05                              PIC X(6)  VALUE SPACES.

       01 W19-EFILE-EARNINGS.
           05                              PIC X     VALUE "P".
           05  W19-ERN-SSN                 PIC 9(9).
           05  W19-ERN-PERIOD-NO           PIC 9(2).
           05  W19-ERN-PAY-DATE            PIC X(8).
           05  W19-ERN-EARNINGS            PIC 9(6)V99.
           05                              PIC X(72) VALUE SPACES.

       01 W26-EFILE-TRAILER.
           05                              PIC X     VALUE "T".
           05  W26-TRL-DETAIL-COUNT        PIC 9(7).
           05  W26-TRL-EARNINGS-COUNT      PIC 9(7).
           05  W26-TRL-EARNINGS-TOTAL      PIC 9(9)V99.
           05                              PIC X(74) VALUE SPACES.

       01 W27-EFILE-TOTALS.
           05  W27-DETAIL-COUNT            PIC 9(7)    VALUE ZERO.
           05  W27-EARNINGS-COUNT          PIC 9(7)    VALUE ZERO.
           05  W27-EARNINGS-TOTAL          PIC 9(9)V99 VALUE ZERO.

       01 W28-RUN-COUNTS.
           05 W28-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W28-TERMS-IN-WINDOW  PIC 9(7)    VALUE ZERO.
           05 W28-ROES-PRODUCED    PIC 9(7)    VALUE ZERO.
           05 W28-EXCEPTIONS       PIC 9(7)    VALUE ZERO.

       01 W29-CONTROL-LINE.
           05  W29-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W29-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W30-FOOTER.
           05  W30-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "RecordOfEmployment" TO ABEND-PROGRAM
           MOVE "RecordOfEmployment" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD

           PERFORM 400-PROCESS-RECORD
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

      * AN ROE THAT COULD NOT BE PRODUCED STILL HAS TO BE FILED
           IF W28-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

           COPY DATEPRC.

      * PICK UP THE WINDOW OVERRIDE FROM THE ENVIRONMENT, IF SET
       090-GET-PARAMETERS.
           MOVE SPACES TO W09-WINDOW-PARM
           ACCEPT W09-WINDOW-PARM
               FROM ENVIRONMENT "ROE_WINDOW_DAYS"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W09-WINDOW-PARM NOT = SPACES
      * THE OPERATOR KEYS "7", WHICH ARRIVES LEFT-JUSTIFIED -
      * SHIFT IT RIGHT AND ZERO-FILL SO THE NUMERIC TEST PASSES
               PERFORM 091-ALIGN-WINDOW-PARM
                   UNTIL W09-WINDOW-PARM(3:1) NOT = SPACE
               INSPECT W09-WINDOW-PARM
                   REPLACING LEADING " " BY "0"
               IF W09-WINDOW-PARM IS NUMERIC
                   MOVE W09-WINDOW-PARM TO W08-WINDOW-DAYS
               END-IF
           END-IF
           .

       091-ALIGN-WINDOW-PARM.
           MOVE W09-WINDOW-PARM TO W10-PARM-SHIFT-WORK
           MOVE SPACES TO W09-WINDOW-PARM
           MOVE W10-PARM-SHIFT-WORK(1:2) TO W09-WINDOW-PARM(2:2)
           .

      * THE LEAVE MASTER IS OPTIONAL - WITHOUT ONE NO VACATION PAY
      * IS SHOWN
       100-OPEN-FILES.
           OPEN INPUT F01-VALID-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ValidRecords.dat" TO ABEND-FILE-NAME
           MOVE W20-VALID-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F03-LEAVE-MASTER
           IF W22-LEAVE-STATUS = "00"
               SET W01-LEAVE-OPEN TO TRUE
           ELSE
               IF W22-LEAVE-STATUS NOT = "05"
                   MOVE "LeaveMaster.dat" TO ABEND-FILE-NAME
                   MOVE W22-LEAVE-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
           END-IF

           OPEN OUTPUT F04-PRINT-FILE
           MOVE "RoeForms.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F05-EFILE
           MOVE "RoeEfile.dat" TO ABEND-FILE-NAME
           MOVE W24-EFILE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F06-EXCEPTION-FILE
           MOVE "RoeExceptions.out" TO ABEND-FILE-NAME
           MOVE W25-EXCEPTION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE DATE-CONV-DAYS TO W11-TODAY-DAYS
           .

       200-WRITE-HEADINGS.
           WRITE F06-EXCEPTION-RECORD FROM W02-EXCEPTION-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-EXCEPTION-RECORD FROM RC-HEADING-LINE
           WRITE F06-EXCEPTION-RECORD FROM W02-EXCEPTION-COLUMNS
               AFTER ADVANCING 1 LINE

           MOVE RC-BUSINESS-DATE TO W17-HDR-RUN-DATE
           WRITE F05-EFILE-RECORD FROM W17-EFILE-HEADER
           .

       300-READ-RECORD.
           READ F01-VALID-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * A TERMINATION IN THE WINDOW EITHER GETS ITS ROE OR GOES TO
      * THE EXCEPTION LIST WITH THE REASON IT DID NOT. A RE-HIRE
      * SHOWS AS AN ACTIVE STATUS WITH THE OLD TERMINATION DATE
      * STILL ON THE RECORD, A HIRE DATE AFTER THE TERMINATION, OR
      * A REGULAR PAY RUN AFTER IT
       400-PROCESS-RECORD.
           ADD 1 TO W28-RECORDS-READ

           IF F01-EMP-TERMINATED AND F01-TERM-DATE IS NOT NUMERIC
               ADD 1 TO W28-TERMS-IN-WINDOW
               MOVE W07-NO-TERM-DATE-MSG TO W06-REASON-OUT
               PERFORM 480-WRITE-EXCEPTION
           ELSE
               MOVE F01-TERM-DATE TO DATE-CONV-YMD
               PERFORM 410-CHECK-IN-WINDOW
               IF W11-IN-WINDOW
                   ADD 1 TO W28-TERMS-IN-WINDOW
                   PERFORM 420-SCAN-HISTORY
                   EVALUATE TRUE
                       WHEN F01-EMP-ACTIVE
                           MOVE W07-REHIRED-MSG TO W06-REASON-OUT
                           PERFORM 480-WRITE-EXCEPTION
                       WHEN F01-HIRE-DATE IS NUMERIC
                               AND F01-HIRE-DATE > F01-TERM-DATE
                           MOVE W07-HIRED-AFTER-MSG TO W06-REASON-OUT
                           PERFORM 480-WRITE-EXCEPTION
                       WHEN W01-PAID-AFTER-TERM
                           MOVE W07-PAID-AFTER-MSG TO W06-REASON-OUT
                           PERFORM 480-WRITE-EXCEPTION
                       WHEN W14-PERIOD-COUNT = ZERO
                           MOVE W07-NO-HISTORY-MSG TO W06-REASON-OUT
                           PERFORM 480-WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM 440-PRODUCE-ROE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 300-READ-RECORD
           .

      * AN EVENT DATE COUNTS WHEN IT FALLS IN THE WINDOW ENDING AT
      * THE BUSINESS DATE; A BLANK OR UNUSABLE DATE NEVER COUNTS
       410-CHECK-IN-WINDOW.
           MOVE SPACE TO W11-IN-WINDOW-SWITCH
           IF DATE-CONV-YMD IS NUMERIC
               PERFORM 920-CONVERT-DATE-TO-DAYS
               MOVE DATE-CONV-DAYS TO W11-EVENT-DAYS
               COMPUTE W11-DAYS-AGO =
                   W11-TODAY-DAYS - W11-EVENT-DAYS
               IF W11-DAYS-AGO >= ZERO
                   AND W11-DAYS-AGO < W08-WINDOW-DAYS
                   SET W11-IN-WINDOW TO TRUE
               END-IF
           END-IF
           .

      * BUILD THE EMPLOYEE'S PAY PERIODS FROM A FRESH PASS OF THE
      * HISTORY, AND THE FINAL PAY - WHAT WAS PAID ON OR AFTER THE
      * TERMINATION DATE OFF-CYCLE
       420-SCAN-HISTORY.
           MOVE ZERO TO W14-PERIOD-COUNT
           MOVE ZERO TO W14-HIST-ROWS
           MOVE ZERO TO W16-FINAL-PAY
           MOVE SPACE TO W01-PAID-AFTER-SWITCH
           MOVE SPACES TO W01-HIST-EOF-SWITCH

           OPEN INPUT F02-HISTORY-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W21-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 421-READ-HISTORY
           PERFORM 422-TAKE-HISTORY-ROW
               UNTIL W01-HIST-EOF
           CLOSE F02-HISTORY-FILE
           .

       421-READ-HISTORY.
           READ F02-HISTORY-FILE
               AT END SET W01-HIST-EOF TO TRUE
           END-READ
           .

      * A REGULAR RUN AFTER THE TERMINATION MEANS THE EMPLOYEE CAME
      * BACK; A REVERSAL OF SUCH A RUN CANCELS THAT OUT SINCE IT
      * CARRIES THE NEGATIVE GROSS
       422-TAKE-HISTORY-ROW.
           IF F02-HIST-SSN = F01-EMPLOYEE-SSN
                   AND F02-HIST-GROSS IS NUMERIC
               ADD 1 TO W14-HIST-ROWS
               PERFORM 424-ROW-INSURABLE-AMOUNTS

               IF F02-HIST-RUN-DATE > F01-TERM-DATE
                       AND F02-HIST-REGULAR
                   SET W01-PAID-AFTER-TERM TO TRUE
               END-IF
               IF F02-HIST-RUN-DATE NOT < F01-TERM-DATE
                       AND F02-HIST-OFF-CYCLE
                   ADD W15-ROW-EARNINGS TO W16-FINAL-PAY
               END-IF

               PERFORM 425-POST-TO-PERIOD
           END-IF

           PERFORM 421-READ-HISTORY
           .

      * ROWS FROM BEFORE THE HOURS FIELDS READ THEM AS SPACES AND
      * CONTRIBUTE EARNINGS ONLY
       424-ROW-INSURABLE-AMOUNTS.
           MOVE F02-HIST-GROSS TO W15-ROW-EARNINGS
           MOVE ZERO TO W15-ROW-HOURS
           IF F02-HIST-REG-HOURS IS NUMERIC
               ADD F02-HIST-REG-HOURS TO W15-ROW-HOURS
           END-IF
           IF F02-HIST-OT-HOURS IS NUMERIC
               ADD F02-HIST-OT-HOURS TO W15-ROW-HOURS
           END-IF
           IF F02-HIST-LEAVE-HOURS IS NUMERIC
               ADD F02-HIST-LEAVE-HOURS TO W15-ROW-HOURS
           END-IF
           .

      * ADD THE ROW TO ITS PAY DATE'S PERIOD. ONCE 53 PERIODS ARE
      * HELD, A NEWER PAY DATE TAKES THE PLACE OF THE OLDEST AND AN
      * OLDER ONE IS OUTSIDE THE ROE'S REACH
       425-POST-TO-PERIOD.
           MOVE ZERO TO W14-FOUND-SUB
           PERFORM 426-MATCH-PERIOD
               VARYING W14-PERIOD-SUB FROM 1 BY 1
               UNTIL W14-PERIOD-SUB > W14-PERIOD-COUNT

           IF W14-FOUND-SUB = ZERO
               IF W14-PERIOD-COUNT < 53
                   ADD 1 TO W14-PERIOD-COUNT
                   MOVE W14-PERIOD-COUNT TO W14-FOUND-SUB
                   PERFORM 428-START-PERIOD
               ELSE
                   MOVE 1 TO W14-OLDEST-SUB
                   PERFORM 427-FIND-OLDEST-PERIOD
                       VARYING W14-PERIOD-SUB FROM 2 BY 1
                       UNTIL W14-PERIOD-SUB > W14-PERIOD-COUNT
                   IF F02-HIST-RUN-DATE >
                           W12-PERIOD-DATE(W14-OLDEST-SUB)
                       MOVE W14-OLDEST-SUB TO W14-FOUND-SUB
                       PERFORM 428-START-PERIOD
                   END-IF
               END-IF
           END-IF

           IF W14-FOUND-SUB > ZERO
               ADD W15-ROW-HOURS TO W12-PERIOD-HOURS(W14-FOUND-SUB)
               ADD W15-ROW-EARNINGS
                   TO W12-PERIOD-EARNINGS(W14-FOUND-SUB)
           END-IF
           .

       426-MATCH-PERIOD.
           IF W12-PERIOD-DATE(W14-PERIOD-SUB) = F02-HIST-RUN-DATE
               MOVE W14-PERIOD-SUB TO W14-FOUND-SUB
           END-IF
           .

       427-FIND-OLDEST-PERIOD.
           IF W12-PERIOD-DATE(W14-PERIOD-SUB) <
                   W12-PERIOD-DATE(W14-OLDEST-SUB)
               MOVE W14-PERIOD-SUB TO W14-OLDEST-SUB
           END-IF
           .

       428-START-PERIOD.
           MOVE F02-HIST-RUN-DATE TO W12-PERIOD-DATE(W14-FOUND-SUB)
           MOVE ZERO TO W12-PERIOD-HOURS(W14-FOUND-SUB)
           MOVE ZERO TO W12-PERIOD-EARNINGS(W14-FOUND-SUB)
           .

      * ONE ROE: THE PERIODS MOST RECENT FIRST, AS THE FORM LISTS
      * THEM, THEN THE FORM AND ITS E-FILE RECORDS
       440-PRODUCE-ROE.
           PERFORM 445-ORDER-PERIODS
               VARYING W14-PERIOD-SUB FROM 1 BY 1
               UNTIL W14-PERIOD-SUB >= W14-PERIOD-COUNT
                   AFTER W14-PERIOD-SUB-2 FROM W14-PERIOD-SUB BY 1
                   UNTIL W14-PERIOD-SUB-2 > W14-PERIOD-COUNT

           MOVE ZERO TO W16-INSURABLE-HOURS
           MOVE ZERO TO W16-INSURABLE-EARNINGS
           PERFORM 446-SUM-PERIOD
               VARYING W14-PERIOD-SUB FROM 1 BY 1
               UNTIL W14-PERIOD-SUB > W14-PERIOD-COUNT

           PERFORM 447-GET-VACATION-PAY

           PERFORM 450-PRINT-FORM
           PERFORM 460-WRITE-EFILE-RECORDS
           ADD 1 TO W28-ROES-PRODUCED
           .

       445-ORDER-PERIODS.
           IF W12-PERIOD-DATE(W14-PERIOD-SUB-2) >
                   W12-PERIOD-DATE(W14-PERIOD-SUB)
               MOVE W12-PERIOD-ENTRY(W14-PERIOD-SUB) TO W13-PERIOD-SWAP
               MOVE W12-PERIOD-ENTRY(W14-PERIOD-SUB-2)
                   TO W12-PERIOD-ENTRY(W14-PERIOD-SUB)
               MOVE W13-PERIOD-SWAP
                   TO W12-PERIOD-ENTRY(W14-PERIOD-SUB-2)
           END-IF
           .

       446-SUM-PERIOD.
           ADD W12-PERIOD-HOURS(W14-PERIOD-SUB) TO W16-INSURABLE-HOURS
           ADD W12-PERIOD-EARNINGS(W14-PERIOD-SUB)
               TO W16-INSURABLE-EARNINGS
           .

      * THE UNUSED VACATION BALANCE AT THE MASTER RATE - WHAT IS
      * OWED ON SEPARATION
       447-GET-VACATION-PAY.
           MOVE ZERO TO W16-VACATION-PAY
           IF W01-LEAVE-OPEN
               MOVE F01-EMPLOYEE-SSN TO F03-LEAVE-SSN
               READ F03-LEAVE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF F03-VAC-BALANCE IS NUMERIC
                               AND F01-HOURLY-RATE IS NUMERIC
                           COMPUTE W16-VACATION-PAY ROUNDED =
                               F03-VAC-BALANCE * F01-HOURLY-RATE
                       END-IF
               END-READ
           END-IF
           .

      * THE FORM ITSELF - FULL SIN, SINCE IT GOES TO THE EMPLOYEE
      * AND THE GOVERNMENT, NOT AN INTERNAL DISTRIBUTION LIST
       450-PRINT-FORM.
           WRITE F04-PRINT-RECORD FROM W02-PAGE-HEADING
               AFTER ADVANCING PAGE
           WRITE F04-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F04-PRINT-RECORD FROM W03-RULE-LINE

           MOVE SPACES TO W03-NAME-OUT
           STRING F01-FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  F01-INITIAL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  F01-LAST-NAME DELIMITED BY "  "
               INTO W03-NAME-OUT
           END-STRING
           WRITE F04-PRINT-RECORD FROM W03-NAME-LINE
           MOVE F01-EMPLOYEE-SSN-X TO W03-SSN-OUT
           WRITE F04-PRINT-RECORD FROM W03-SSN-LINE
           MOVE F01-DEPT-CODE TO W03-DEPT-OUT
           WRITE F04-PRINT-RECORD FROM W03-DEPT-LINE
           EVALUATE TRUE
               WHEN F01-FREQ-BIWEEKLY
                   MOVE "Biweekly" TO W03-FREQ-OUT
               WHEN F01-FREQ-SEMIMONTHLY
                   MOVE "Semi-monthly" TO W03-FREQ-OUT
               WHEN OTHER
                   MOVE "Weekly" TO W03-FREQ-OUT
           END-EVALUATE
           WRITE F04-PRINT-RECORD FROM W03-FREQ-LINE
           MOVE F01-HIRE-DATE TO W03-HIRE-OUT
           WRITE F04-PRINT-RECORD FROM W03-HIRE-LINE
           MOVE F01-TERM-DATE TO W03-TERM-OUT
           WRITE F04-PRINT-RECORD FROM W03-TERM-LINE
           MOVE W12-PERIOD-DATE(1) TO W03-FINAL-PERIOD-OUT
           WRITE F04-PRINT-RECORD FROM W03-FINAL-PERIOD-LINE
           WRITE F04-PRINT-RECORD FROM W03-RULE-LINE

           WRITE F04-PRINT-RECORD FROM W02-PERIOD-COLUMNS
               AFTER ADVANCING 1 LINE
           PERFORM 455-PRINT-PERIOD-LINE
               VARYING W14-PERIOD-SUB FROM 1 BY 1
               UNTIL W14-PERIOD-SUB > W14-PERIOD-COUNT

           MOVE "Total Insurable Hours" TO W05-TOTAL-LABEL
           MOVE W16-INSURABLE-HOURS TO W05-TOTAL-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W05-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "Total Insurable Earnings" TO W05-TOTAL-LABEL
           MOVE W16-INSURABLE-EARNINGS TO W05-TOTAL-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W05-TOTAL-LINE
           MOVE "Vacation Pay On Separation" TO W05-TOTAL-LABEL
           MOVE W16-VACATION-PAY TO W05-TOTAL-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W05-TOTAL-LINE
           MOVE "Final Pay After Termination" TO W05-TOTAL-LABEL
           MOVE W16-FINAL-PAY TO W05-TOTAL-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W05-TOTAL-LINE

           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RoeForms.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       455-PRINT-PERIOD-LINE.
           MOVE W14-PERIOD-SUB TO W04-PERIOD-NO-OUT
           MOVE W12-PERIOD-DATE(W14-PERIOD-SUB) TO W04-PERIOD-DATE-OUT
           MOVE W12-PERIOD-HOURS(W14-PERIOD-SUB)
               TO W04-PERIOD-HOURS-OUT
           MOVE W12-PERIOD-EARNINGS(W14-PERIOD-SUB)
               TO W04-PERIOD-EARNINGS-OUT
           WRITE F04-PRINT-RECORD FROM W04-PERIOD-LINE
           .

      * THE DETAIL, THEN ONE EARNINGS LINE PER PERIOD. A PERIOD
      * THAT NETS NEGATIVE (A REVERSAL WITHOUT ITS RUN IN REACH) IS
      * REPORTED AS ZERO - THE FORM CARRIES NO NEGATIVE EARNINGS
       460-WRITE-EFILE-RECORDS.
           MOVE F01-EMPLOYEE-SSN TO W18-DTL-SSN
           MOVE F01-LAST-NAME TO W18-DTL-LAST-NAME
           MOVE F01-FIRST-NAME TO W18-DTL-FIRST-NAME
           MOVE F01-INITIAL TO W18-DTL-INITIAL
           MOVE F01-PAY-FREQUENCY TO W18-DTL-PAY-FREQUENCY
           IF F01-FREQ-WEEKLY
               MOVE "W" TO W18-DTL-PAY-FREQUENCY
           END-IF
           MOVE F01-HIRE-DATE TO W18-DTL-FIRST-DAY
           MOVE F01-TERM-DATE TO W18-DTL-LAST-DAY
           MOVE W12-PERIOD-DATE(1) TO W18-DTL-FINAL-PERIOD
           MOVE W14-PERIOD-COUNT TO W18-DTL-PERIOD-COUNT
           MOVE ZERO TO W18-DTL-INSURABLE-HOURS
           MOVE ZERO TO W18-DTL-INSURABLE-EARNINGS
           IF W16-INSURABLE-HOURS > ZERO
               COMPUTE W18-DTL-INSURABLE-HOURS ROUNDED =
                   W16-INSURABLE-HOURS
           END-IF
           IF W16-INSURABLE-EARNINGS > ZERO
               MOVE W16-INSURABLE-EARNINGS
                   TO W18-DTL-INSURABLE-EARNINGS
           END-IF
           MOVE ZERO TO W18-DTL-VACATION-PAY
           IF W16-VACATION-PAY > ZERO
               MOVE W16-VACATION-PAY TO W18-DTL-VACATION-PAY
           END-IF
           MOVE ZERO TO W18-DTL-FINAL-PAY
           IF W16-FINAL-PAY > ZERO
               MOVE W16-FINAL-PAY TO W18-DTL-FINAL-PAY
           END-IF

           WRITE F05-EFILE-RECORD FROM W18-EFILE-DETAIL
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RoeEfile.dat" TO ABEND-FILE-NAME
           MOVE W24-EFILE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W27-DETAIL-COUNT
           ADD W18-DTL-INSURABLE-EARNINGS TO W27-EARNINGS-TOTAL

           PERFORM 465-WRITE-EARNINGS-LINE
               VARYING W14-PERIOD-SUB FROM 1 BY 1
               UNTIL W14-PERIOD-SUB > W14-PERIOD-COUNT
           .

       465-WRITE-EARNINGS-LINE.
           MOVE F01-EMPLOYEE-SSN TO W19-ERN-SSN
           MOVE W14-PERIOD-SUB TO W19-ERN-PERIOD-NO
           MOVE W12-PERIOD-DATE(W14-PERIOD-SUB) TO W19-ERN-PAY-DATE
           MOVE ZERO TO W19-ERN-EARNINGS
           IF W12-PERIOD-EARNINGS(W14-PERIOD-SUB) > ZERO
               MOVE W12-PERIOD-EARNINGS(W14-PERIOD-SUB)
                   TO W19-ERN-EARNINGS
           END-IF
           WRITE F05-EFILE-RECORD FROM W19-EFILE-EARNINGS
           ADD 1 TO W27-EARNINGS-COUNT
           .

       480-WRITE-EXCEPTION.
           MOVE F01-EMPLOYEE-SSN-X TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W06-SSN-OUT
           MOVE F01-LAST-NAME TO W06-LAST-NAME-OUT
           MOVE F01-HIRE-DATE TO W06-HIRE-OUT
           MOVE F01-TERM-DATE TO W06-TERM-OUT

           WRITE F06-EXCEPTION-RECORD FROM W06-EXCEPTION-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RoeExceptions.out" TO ABEND-FILE-NAME
           MOVE W25-EXCEPTION-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W28-EXCEPTIONS
           .

       500-WRITE-FOOTER.
           MOVE W27-DETAIL-COUNT TO W26-TRL-DETAIL-COUNT
           MOVE W27-EARNINGS-COUNT TO W26-TRL-EARNINGS-COUNT
           MOVE W27-EARNINGS-TOTAL TO W26-TRL-EARNINGS-TOTAL
           WRITE F05-EFILE-RECORD FROM W26-EFILE-TRAILER

           MOVE "Employees Read" TO W29-CONTROL-LABEL
           MOVE W28-RECORDS-READ TO W29-CONTROL-COUNT
           WRITE F06-EXCEPTION-RECORD FROM W29-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Terminations In Window" TO W29-CONTROL-LABEL
           MOVE W28-TERMS-IN-WINDOW TO W29-CONTROL-COUNT
           WRITE F06-EXCEPTION-RECORD FROM W29-CONTROL-LINE

           MOVE "ROEs Produced" TO W29-CONTROL-LABEL
           MOVE W28-ROES-PRODUCED TO W29-CONTROL-COUNT
           WRITE F06-EXCEPTION-RECORD FROM W29-CONTROL-LINE

           MOVE "Exceptions - Prepare By Hand" TO W29-CONTROL-LABEL
           MOVE W28-EXCEPTIONS TO W29-CONTROL-COUNT
           WRITE F06-EXCEPTION-RECORD FROM W29-CONTROL-LINE

           WRITE F06-EXCEPTION-RECORD FROM W30-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "RecordOfEmployment"  TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W28-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W28-ROES-PRODUCED     TO AUDIT-RECORDS-WRITTEN
           MOVE W28-EXCEPTIONS        TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-VALID-FILE
                 F04-PRINT-FILE
                 F05-EFILE
                 F06-EXCEPTION-FILE
           IF W01-LEAVE-OPEN
               CLOSE F03-LEAVE-MASTER
           END-IF
           .
