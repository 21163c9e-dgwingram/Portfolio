       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PRICES EVERY BACK-DATED RAISE STILL PENDING ON THE RATE
      * HISTORY. EACH PAY HISTORY ROW FOR THE EMPLOYEE FROM THE
      * EFFECTIVE DATE ON IS REPRICED FROM THE HOURS IT ACTUALLY
      * PAID - STRAIGHT-TIME AND PAID LEAVE HOURS AT THE DIFFERENCE
      * IN RATE, OVERTIME HOURS AT TIME-AND-A-HALF OF IT - AND THE
      * TOTAL IS QUEUED ON THE RETRO PAY FILE FOR THE NEXT REGISTER
      * RUN TO PAY AS ITS OWN EARNINGS LINE. THE RETRO REGISTER
      * SHOWS EVERY PERIOD ADJUSTED, BY EMPLOYEE, SO THE ADJUSTMENT
      * CAN BE AUDITED BACK TO THE HISTORY
       FILE-CONTROL.
      * READ ONCE AND REBUILT THROUGH THE WORK FILE WITH EACH PRICED
      * ROW MARKED APPLIED
           SELECT OPTIONAL F01-RATE-HISTORY
               ASSIGN TO 'RateHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-RATE-HIST-STATUS.

           SELECT F02-RATE-WORK ASSIGN TO 'RateWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-RATE-WORK-STATUS.

      * A FRESH PASS OF THE PAY HISTORY PER RATE CHANGE
           SELECT OPTIONAL F03-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-HISTORY-STATUS.

      * EVERY PERIOD ADJUSTMENT EVER PRICED - A LATER RAISE OVER THE
      * SAME PERIODS STARTS FROM THE RATE THE EARLIER RETRO BROUGHT
      * THEM UP TO, SO NO PERIOD IS EVER PAID THE SAME RAISE TWICE
           SELECT OPTIONAL F04-RETRO-DETAIL
               ASSIGN TO 'RetroDetail.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-DETAIL-STATUS.

      * ONE RATE CHANGE'S ADJUSTMENTS, HELD UNTIL ITS TOTAL IS KNOWN
           SELECT F05-DETAIL-STAGE ASSIGN TO 'RetroStage.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-STAGE-STATUS.

      * THE RETRO OWED, APPENDED FOR THE NEXT REGISTER RUN TO PAY
           SELECT F06-RETRO-FILE ASSIGN TO 'RetroPay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-RETRO-STATUS.

           SELECT F07-PRINT-FILE ASSIGN TO 'RetroRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE RATE
      * HISTORY AND QUEUES PAY
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-RATE-HISTORY
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F01-RATE-HIST-RECORD.

           COPY RATEHIST REPLACING LEADING ==R01== BY ==F01==.

       FD  F02-RATE-WORK
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F02-RATE-WORK-RECORD.

       01  F02-RATE-WORK-RECORD            PIC X(44).

       FD  F03-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F03-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F03==.

      * ONE PRICED PERIOD: THE HISTORY ROW'S KEY (RUN DATE, PERIOD
      * AND ROW TYPE), THE HOURS REPRICED, THE RATE THEY WERE PAID
      * AT AND THE RATE THEY WERE BROUGHT UP TO, AND THE ADJUSTMENT
       FD  F04-RETRO-DETAIL
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS F04-DETAIL-RECORD.

       01  F04-DETAIL-RECORD.
           05  F04-DTL-SSN                 PIC 9(9).
           05  F04-DTL-RUN-DATE            PIC X(8).
           05  F04-DTL-PERIOD              PIC 9(2).
           05  F04-DTL-HIST-TYPE           PIC X.
           05  F04-DTL-STRAIGHT-HOURS      PIC S9(3)V99.
           05  F04-DTL-OT-HOURS            PIC S9(3)V99.
           05  F04-DTL-RATE-FROM           PIC 9(3)V99.
           05  F04-DTL-RATE-TO             PIC 9(3)V99.
           05  F04-DTL-AMOUNT              PIC S9(5)V99.
           05  F04-DTL-EFF-DATE            PIC X(8).
           05  F04-DTL-CALC-DATE           PIC X(8).

       FD  F05-DETAIL-STAGE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS F05-STAGE-RECORD.

       01  F05-STAGE-RECORD                PIC X(63).

       FD  F06-RETRO-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F06-RETRO-RECORD.

           COPY RETROREC REPLACING LEADING ==R02== BY ==F06==.

       FD  F07-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-PRINT-RECORD.

       01  F07-PRINT-RECORD                PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-RATE-HIST-STATUS     PIC XX VALUE SPACES.
       01 W21-RATE-WORK-STATUS     PIC XX VALUE SPACES.
       01 W22-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W23-DETAIL-STATUS        PIC XX VALUE SPACES.
       01 W24-STAGE-STATUS         PIC XX VALUE SPACES.
       01 W25-RETRO-STATUS         PIC XX VALUE SPACES.
       01 W26-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-HIST-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-HIST-EOF              VALUE "T".
           05  W01-LOOKUP-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-LOOKUP-EOF            VALUE "T".
           05  W01-WORK-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-WORK-EOF              VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(30) VALUE SPACES.
               10  PIC X(18) VALUE "Retro Pay Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(8)  VALUE "Run Date".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(3)  VALUE "Per".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Type".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(9)  VALUE "Str Hours".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(8)  VALUE "OT Hours".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Paid Rate".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "New Rate".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(12) VALUE "Retro Amount".

      * ONE BLOCK PER RATE CHANGE - THE CHANGE ITSELF, ITS PERIODS,
      * AND WHAT IS OWED
       01 W03-CHANGE-LINE.
           05                              PIC X(10) VALUE "Employee: ".
           05  W03-SSN-OUT                 PIC X(9).
           05                              PIC X(8)  VALUE "  Rate: ".
           05  W03-OLD-RATE-OUT            PIC ZZ9.99.
           05                              PIC X(4)  VALUE " To ".
           05  W03-NEW-RATE-OUT            PIC ZZ9.99.
           05                              PIC X(13)
                   VALUE "  Effective: ".
           05  W03-EFF-DATE-OUT            PIC X(8).
           05                              PIC X(10) VALUE "  Keyed: ".
           05  W03-KEYED-DATE-OUT          PIC X(8).
           05                              PIC X(1)  VALUE SPACE.
           05  W03-KEYED-BY-OUT            PIC X(8).

       01 W04-DETAIL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-RUN-DATE-OUT            PIC X(8).
           05                              PIC X(3)  VALUE SPACES.
           05  W04-PERIOD-OUT              PIC 99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-TYPE-OUT                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-STRAIGHT-OUT            PIC -ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-OT-OUT                  PIC -ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-PAID-RATE-OUT           PIC ZZ9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  W04-NEW-RATE-OUT            PIC ZZ9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  W04-AMOUNT-OUT              PIC -ZZ,ZZ9.99.
           05                              PIC X(16) VALUE SPACES.

       01 W05-TOTAL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  W05-TOTAL-LABEL             PIC X(58).
           05  W05-TOTAL-OUT               PIC -ZZ,ZZ9.99.
           05                              PIC X(28) VALUE SPACES.

       01 W06-MESSAGE-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  W06-MESSAGE-OUT             PIC X(60).
           05  W06-MESSAGE-DATE            PIC X(8).
           05                              PIC X(28) VALUE SPACES.

       01 W07-CONTROL-LINE.
           05  W07-CONTROL-LABEL           PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W07-CONTROL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(44) VALUE SPACES.

       01 W08-COUNT-LINE.
           05  W08-COUNT-LABEL             PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W08-COUNT-OUT               PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W09-FOOTER.
           05  W09-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

      * ONE HISTORY ROW BEING REPRICED
       01 W10-ROW-PRICING.
           05  W10-PAID-RATE               PIC 9(3)V99   VALUE ZERO.
           05  W10-RATE-DIFF               PIC 9(3)V99   VALUE ZERO.
           05  W10-STRAIGHT-HOURS          PIC S9(3)V99  VALUE ZERO.
           05  W10-ROW-AMOUNT              PIC S9(5)V99  VALUE ZERO.

      * ONE RATE CHANGE'S RUNNING TOTAL
       01 W11-CHANGE-TOTALS.
           05  W11-CHANGE-AMOUNT           PIC S9(7)V99  VALUE ZERO.
           05  W11-CHANGE-ROWS             PIC 9(5)      VALUE ZERO.

       01 W12-RUN-COUNTS.
           05  W12-RATE-ROWS-READ          PIC 9(7)  VALUE ZERO.
           05  W12-CHANGES-PRICED          PIC 9(7)  VALUE ZERO.
           05  W12-CHANGES-QUEUED          PIC 9(7)  VALUE ZERO.
           05  W12-NOTHING-OWED            PIC 9(7)  VALUE ZERO.
           05  W12-PERIODS-ADJUSTED        PIC 9(7)  VALUE ZERO.
           05  W12-ROWS-WITHOUT-HOURS      PIC 9(7)  VALUE ZERO.

       01 W13-TOTAL-QUEUED                 PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE "RetroPay" TO ABEND-PROGRAM
           MOVE "RetroPay" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RATE-HISTORY

           PERFORM 400-PROCESS-RATE-ROW
               UNTIL W01-END-OF-FILE
           PERFORM 450-REWRITE-RATE-HISTORY
           PERFORM 500-WRITE-FOOTER

      * HISTORY ROWS WITH NO HOURS ON THEM COULD NOT BE REPRICED -
      * PAYROLL HAS TO WORK THOSE PERIODS BY HAND
           IF W12-ROWS-WITHOUT-HOURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * THE RATE HISTORY IS OPTIONAL - NO RATE CHANGE EVER KEYED
      * OPENS "05" AND READS STRAIGHT TO END. THE RETRO PAY FILE IS
      * APPENDED TO; THE FIRST RETRO RUN CREATES IT
       100-OPEN-FILES.
           OPEN OUTPUT F07-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "RetroRegister.out" TO ABEND-FILE-NAME
           MOVE W26-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F01-RATE-HISTORY
           IF W20-RATE-HIST-STATUS NOT = "05"
               MOVE "RateHistory.dat" TO ABEND-FILE-NAME
               MOVE W20-RATE-HIST-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F02-RATE-WORK
           MOVE "RateWork.dat" TO ABEND-FILE-NAME
           MOVE W21-RATE-WORK-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F06-RETRO-FILE
           IF W25-RETRO-STATUS = "35"
               OPEN OUTPUT F06-RETRO-FILE
           END-IF
           MOVE "RetroPay.dat" TO ABEND-FILE-NAME
           MOVE W25-RETRO-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F07-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F07-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F07-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-RATE-HISTORY.
           READ F01-RATE-HISTORY
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY ROW IS CARRIED TO THE WORK FILE; A PENDING BACK-DATED
      * RAISE IS PRICED AND MARKED APPLIED ON THE WAY THROUGH
       400-PROCESS-RATE-ROW.
           ADD 1 TO W12-RATE-ROWS-READ
           IF F01-RATE-SSN IS NUMERIC
                   AND F01-RATE-NEW IS NUMERIC
                   AND F01-RETRO-PENDING
               PERFORM 410-PRICE-RATE-CHANGE
               SET F01-RETRO-APPLIED TO TRUE
           END-IF

           WRITE F02-RATE-WORK-RECORD FROM F01-RATE-HIST-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RateWork.dat" TO ABEND-FILE-NAME
           MOVE W21-RATE-WORK-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 300-READ-RATE-HISTORY
           .

      * ONE PASS OF THE PAY HISTORY FOR THE CHANGE. THE PERIODS
      * ADJUSTED ARE STAGED AND ONLY JOIN THE PERMANENT DETAIL ONCE
      * THE CHANGE'S TOTAL IS QUEUED FOR PAYMENT
       410-PRICE-RATE-CHANGE.
           ADD 1 TO W12-CHANGES-PRICED
           MOVE ZERO TO W11-CHANGE-AMOUNT
           MOVE ZERO TO W11-CHANGE-ROWS

           MOVE F01-RATE-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE F01-RATE-OLD TO W03-OLD-RATE-OUT
           MOVE F01-RATE-NEW TO W03-NEW-RATE-OUT
           MOVE F01-RATE-EFF-DATE TO W03-EFF-DATE-OUT
           MOVE F01-RATE-KEYED-DATE TO W03-KEYED-DATE-OUT
           MOVE F01-RATE-KEYED-BY TO W03-KEYED-BY-OUT
           WRITE F07-PRINT-RECORD FROM W03-CHANGE-LINE
               AFTER ADVANCING 2 LINES

           OPEN OUTPUT F05-DETAIL-STAGE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "RetroStage.dat" TO ABEND-FILE-NAME
           MOVE W24-STAGE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F03-HISTORY-FILE
           IF W22-HISTORY-STATUS NOT = "05"
               MOVE "PayHistory.dat" TO ABEND-FILE-NAME
               MOVE W22-HISTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO W01-HIST-EOF-SWITCH
           PERFORM 420-READ-HISTORY
           PERFORM 430-PRICE-HISTORY-ROW
               UNTIL W01-HIST-EOF
           CLOSE F03-HISTORY-FILE
                 F05-DETAIL-STAGE

           IF W11-CHANGE-AMOUNT > ZERO
               PERFORM 440-QUEUE-RETRO-PAY
           ELSE
               ADD 1 TO W12-NOTHING-OWED
               MOVE "NO PERIODS PAID BELOW THE NEW RATE SINCE"
                   TO W06-MESSAGE-OUT
               MOVE F01-RATE-EFF-DATE TO W06-MESSAGE-DATE
               WRITE F07-PRINT-RECORD FROM W06-MESSAGE-LINE
           END-IF
           .

       420-READ-HISTORY.
           READ F03-HISTORY-FILE
               AT END SET W01-HIST-EOF TO TRUE
           END-READ
           .

      * A REGULAR ROW AND THE REVERSAL ROW THAT CANCELS IT ARE BOTH
      * REPRICED - THE REVERSAL'S NEGATIVE HOURS TAKE BACK WHAT THE
      * REGULAR ROW WOULD ADD, SO A REVERSED RUN NETS TO NOTHING
       430-PRICE-HISTORY-ROW.
           IF F03-HIST-SSN = F01-RATE-SSN
                   AND F03-HIST-RUN-DATE NOT < F01-RATE-EFF-DATE
                   AND (F03-HIST-REGULAR OR F03-HIST-REVERSAL)
               IF F03-HIST-RATE IS NUMERIC
                       AND F03-HIST-REG-HOURS IS NUMERIC
                       AND F03-HIST-OT-HOURS IS NUMERIC
                       AND F03-HIST-LEAVE-HOURS IS NUMERIC
                       AND F03-HIST-RATE > ZERO
                   PERFORM 432-FIND-PAID-RATE
                   IF F01-RATE-NEW > W10-PAID-RATE
                       PERFORM 435-PRICE-ONE-PERIOD
                   END-IF
               ELSE
                   ADD 1 TO W12-ROWS-WITHOUT-HOURS
                   MOVE "** NO HOURS ON HISTORY - ADJUST BY HAND - RUN "
                       TO W06-MESSAGE-OUT
                   MOVE F03-HIST-RUN-DATE TO W06-MESSAGE-DATE
                   WRITE F07-PRINT-RECORD FROM W06-MESSAGE-LINE
               END-IF
           END-IF

           PERFORM 420-READ-HISTORY
           .

      * THE RATE THE PERIOD HAS EFFECTIVELY BEEN PAID AT - WHAT THE
      * HISTORY ROW SAYS, OR HIGHER IF AN EARLIER RETRO ALREADY
      * BROUGHT IT UP. A FRESH PASS OF THE DETAIL PER ROW, AS THE
      * REGISTER'S DEDUCTION LOOK-UPS DO
       432-FIND-PAID-RATE.
           MOVE F03-HIST-RATE TO W10-PAID-RATE
           MOVE SPACES TO W01-LOOKUP-EOF-SWITCH
           OPEN INPUT F04-RETRO-DETAIL
           IF W23-DETAIL-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "RetroDetail.dat" TO ABEND-FILE-NAME
               MOVE W23-DETAIL-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           PERFORM 433-MATCH-PRICED-PERIOD
               UNTIL W01-LOOKUP-EOF
           CLOSE F04-RETRO-DETAIL
           .

       433-MATCH-PRICED-PERIOD.
           READ F04-RETRO-DETAIL
               AT END
                   SET W01-LOOKUP-EOF TO TRUE
               NOT AT END
                   IF F04-DTL-SSN = F03-HIST-SSN
                           AND F04-DTL-RUN-DATE = F03-HIST-RUN-DATE
                           AND F04-DTL-PERIOD = F03-HIST-PERIOD
                           AND F04-DTL-HIST-TYPE = F03-HIST-TYPE
                           AND F04-DTL-RATE-TO > W10-PAID-RATE
                       MOVE F04-DTL-RATE-TO TO W10-PAID-RATE
                   END-IF
           END-READ
           .

      * STRAIGHT-TIME AND PAID LEAVE HOURS AT THE RATE DIFFERENCE,
      * OVERTIME HOURS AT TIME-AND-A-HALF OF IT - THE SAME SPLIT THE
      * REGISTER PAID THEM ON
       435-PRICE-ONE-PERIOD.
           COMPUTE W10-RATE-DIFF = F01-RATE-NEW - W10-PAID-RATE
           COMPUTE W10-STRAIGHT-HOURS =
               F03-HIST-REG-HOURS + F03-HIST-LEAVE-HOURS
           COMPUTE W10-ROW-AMOUNT ROUNDED =
               (W10-STRAIGHT-HOURS * W10-RATE-DIFF)
                   + (F03-HIST-OT-HOURS * W10-RATE-DIFF * 1.5)

           MOVE F03-HIST-SSN TO F04-DTL-SSN
           MOVE F03-HIST-RUN-DATE TO F04-DTL-RUN-DATE
           MOVE F03-HIST-PERIOD TO F04-DTL-PERIOD
           MOVE F03-HIST-TYPE TO F04-DTL-HIST-TYPE
           MOVE W10-STRAIGHT-HOURS TO F04-DTL-STRAIGHT-HOURS
           MOVE F03-HIST-OT-HOURS TO F04-DTL-OT-HOURS
           MOVE W10-PAID-RATE TO F04-DTL-RATE-FROM
           MOVE F01-RATE-NEW TO F04-DTL-RATE-TO
           MOVE W10-ROW-AMOUNT TO F04-DTL-AMOUNT
           MOVE F01-RATE-EFF-DATE TO F04-DTL-EFF-DATE
           MOVE RC-BUSINESS-DATE TO F04-DTL-CALC-DATE
           WRITE F05-STAGE-RECORD FROM F04-DETAIL-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RetroStage.dat" TO ABEND-FILE-NAME
           MOVE W24-STAGE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD W10-ROW-AMOUNT TO W11-CHANGE-AMOUNT
           ADD 1 TO W11-CHANGE-ROWS

           MOVE F03-HIST-RUN-DATE TO W04-RUN-DATE-OUT
           MOVE F03-HIST-PERIOD TO W04-PERIOD-OUT
           IF F03-HIST-REVERSAL
               MOVE "REV" TO W04-TYPE-OUT
           ELSE
               MOVE "REG" TO W04-TYPE-OUT
           END-IF
           MOVE W10-STRAIGHT-HOURS TO W04-STRAIGHT-OUT
           MOVE F03-HIST-OT-HOURS TO W04-OT-OUT
           MOVE W10-PAID-RATE TO W04-PAID-RATE-OUT
           MOVE F01-RATE-NEW TO W04-NEW-RATE-OUT
           MOVE W10-ROW-AMOUNT TO W04-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W04-DETAIL-LINE
           .

      * THE CHANGE'S TOTAL GOES ON THE RETRO PAY FILE FOR THE NEXT
      * REGISTER RUN, AND ITS PERIODS JOIN THE PERMANENT DETAIL
       440-QUEUE-RETRO-PAY.
           MOVE F01-RATE-SSN TO F06-RETRO-SSN
           MOVE W11-CHANGE-AMOUNT TO F06-RETRO-AMOUNT
           MOVE F01-RATE-EFF-DATE TO F06-RETRO-EFF-DATE
           MOVE F01-RATE-NEW TO F06-RETRO-NEW-RATE
           MOVE RC-BUSINESS-DATE TO F06-RETRO-CALC-DATE
           MOVE SPACES TO F06-RETRO-PAID-DATE
           WRITE F06-RETRO-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "RetroPay.dat" TO ABEND-FILE-NAME
           MOVE W25-RETRO-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F04-RETRO-DETAIL
           IF W23-DETAIL-STATUS = "35"
               OPEN OUTPUT F04-RETRO-DETAIL
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "RetroDetail.dat" TO ABEND-FILE-NAME
           MOVE W23-DETAIL-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           OPEN INPUT F05-DETAIL-STAGE
           MOVE SPACES TO W01-WORK-EOF-SWITCH
           PERFORM 445-APPEND-STAGED-PERIOD
               UNTIL W01-WORK-EOF
           CLOSE F04-RETRO-DETAIL
                 F05-DETAIL-STAGE

           ADD 1 TO W12-CHANGES-QUEUED
           ADD W11-CHANGE-ROWS TO W12-PERIODS-ADJUSTED
           ADD W11-CHANGE-AMOUNT TO W13-TOTAL-QUEUED

           MOVE "Retro Owed - Queued For Next Pay Run"
               TO W05-TOTAL-LABEL
           MOVE W11-CHANGE-AMOUNT TO W05-TOTAL-OUT
           WRITE F07-PRINT-RECORD FROM W05-TOTAL-LINE
           .

       445-APPEND-STAGED-PERIOD.
           READ F05-DETAIL-STAGE
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F05-STAGE-RECORD TO F04-DETAIL-RECORD
                   WRITE F04-DETAIL-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE "RetroDetail.dat" TO ABEND-FILE-NAME
                   MOVE W23-DETAIL-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
           END-READ
           .

      * COPY THE WORK FILE BACK OVER THE RATE HISTORY SO THE ROWS
      * PRICED THIS RUN ARE NEVER PRICED AGAIN
       450-REWRITE-RATE-HISTORY.
           CLOSE F01-RATE-HISTORY
                 F02-RATE-WORK

           IF W12-CHANGES-PRICED > ZERO
               OPEN INPUT F02-RATE-WORK
               OPEN OUTPUT F01-RATE-HISTORY
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "RateHistory.dat" TO ABEND-FILE-NAME
               MOVE W20-RATE-HIST-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-WORK-EOF-SWITCH
               PERFORM 455-COPY-ONE-ROW-BACK
                   UNTIL W01-WORK-EOF
               CLOSE F01-RATE-HISTORY
                     F02-RATE-WORK
           END-IF
           .

       455-COPY-ONE-ROW-BACK.
           READ F02-RATE-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F02-RATE-WORK-RECORD TO F01-RATE-HIST-RECORD
                   WRITE F01-RATE-HIST-RECORD
           END-READ
           .

       500-WRITE-FOOTER.
           MOVE "Rate History Rows Read" TO W08-COUNT-LABEL
           MOVE W12-RATE-ROWS-READ TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Back-Dated Raises Priced" TO W08-COUNT-LABEL
           MOVE W12-CHANGES-PRICED TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE

           MOVE "Raises With Retro Queued" TO W08-COUNT-LABEL
           MOVE W12-CHANGES-QUEUED TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE

           MOVE "Raises With Nothing Owed" TO W08-COUNT-LABEL
           MOVE W12-NOTHING-OWED TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE

           MOVE "Pay Periods Adjusted" TO W08-COUNT-LABEL
           MOVE W12-PERIODS-ADJUSTED TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE

           MOVE "History Rows Without Hours" TO W08-COUNT-LABEL
           MOVE W12-ROWS-WITHOUT-HOURS TO W08-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W08-COUNT-LINE

           MOVE "Total Retro Pay Queued" TO W07-CONTROL-LABEL
           MOVE W13-TOTAL-QUEUED TO W07-CONTROL-AMOUNT
           WRITE F07-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           WRITE F07-PRINT-RECORD FROM W09-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "RetroPay"            TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W12-RATE-ROWS-READ    TO AUDIT-RECORDS-READ
           MOVE W12-PERIODS-ADJUSTED  TO AUDIT-RECORDS-WRITTEN
           MOVE W12-ROWS-WITHOUT-HOURS TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F06-RETRO-FILE
                 F07-PRINT-FILE
           .
