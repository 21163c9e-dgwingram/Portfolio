
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * NIGHTLY BATCH DRIVER. THE STEPS, THEIR RUN ORDER, HOW OFTEN
      * EACH IS DUE AND WHICH STEPS EACH DEPENDS ON COME FROM THE
      * STEP SCHEDULE FILE. EACH NIGHT THE DRIVER WORKS OUT FROM THE
      * PROCESSING CALENDAR WHETHER THE BUSINESS DATE IS THE LAST
      * PROCESSING DAY OF ITS WEEK, QUARTER OR YEAR, AND FROM THE
      * ROLLFORWARD STEP'S PERIOD-END HANDOFF WHETHER A PERIOD HAS
      * JUST CLOSED, AND RUNS ONLY THE STEPS DUE. A STEP THAT FAILS
      * HOLDS BACK ONLY THE STEPS THAT DEPEND ON IT, AND IF IT DIED
      * PART WAY THROUGH UPDATING THE MASTERS THEY ARE PUT BACK FROM
      * ITS PRE-UPDATE SNAPSHOT AT ONCE, SO A RESTART RERUNS IT CLEAN.
      * A STEP ENDING ON A WARNING (RETURN CODE BELOW 8) HAS DONE ITS
      * WORK - IT COUNTS AS RUN AND THE WARNING IS NOTED ON THE REPORT
       FILE-CONTROL.
           SELECT F01-STATUS-FILE ASSIGN TO 'BatchStatus.out'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W06-STEPS-STATUS.

      * THE STEP SCHEDULE - ONE ROW PER STEP, IN ANY ORDER; A ROW
      * WITH "*" IN COLUMN 1 IS AN OPERATOR COMMENT
           SELECT F03-SCHEDULE-FILE
               ASSIGN TO DYNAMIC W17-SCHEDULE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W09-SCHEDULE-STATUS.

      * ONE ROW PER HOLIDAY OR PERIOD-END DATE; WEEKENDS ARE KNOWN
      * FROM THE DATE ITSELF. OPTIONAL SO A MISSING CALENDAR STILL
      * ENFORCES THE WEEKEND RULE
           SELECT OPTIONAL F04-CALENDAR-FILE
               ASSIGN TO DYNAMIC W17-CALENDAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W10-CALENDAR-STATUS.

      * THE BUSINESS DATE OF THE LAST CLEAN BATCH, WRITTEN BY THE
      * ROLLFORWARD STEP; OPTIONAL SO THE FIRST EVER RUN PASSES
           SELECT OPTIONAL F05-LASTRUN-FILE ASSIGN TO 'LastRunDate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W11-LASTRUN-STATUS.

      * WRITTEN BY THE ROLLFORWARD STEP ON A PERIOD-END RUN ONLY, SO
      * IT STAYS BEHIND AFTERWARDS - IT IS THE HANDOFF FOR TONIGHT
      * ONLY WHEN ITS DATE IS THE LAST CLEAN BATCH'S BUSINESS DATE
           SELECT OPTIONAL F06-FLAG-FILE ASSIGN TO 'PeriodEndFlag.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W12-FLAG-STATUS.

      * SHARED RUN-CONTROL PARAMETER FILE - THE BUSINESS DATE THE
      * SCHEDULE IS DECIDED FOR
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - TAKEN FOR THE WHOLE CHAIN SO A
      * SECOND BATCH START CAN'T UPDATE THE MASTERS MID-FLIGHT
           COPY LOCKSEL.
      * SHARED OPERATOR ABEND REPORT - WHERE A LOCK REFUSAL LANDS
           COPY ABENDSEL.

      * SHARED MASTER-SNAPSHOT MANIFEST - A SET STILL OPEN AFTER A
      * STEP FAILS MEANS ITS MASTERS NEED PUTTING BACK
           COPY SNAPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-STATUS-FILE
           05  F02-STEP-NAME                PIC X(20).
           05  F02-STEP-STATUS              PIC X(7).

      * DEPENDENCIES ARE THE RUN ORDERS OF EARLIER STEPS. "AFTER
      * ALL" MAKES A STEP WAIT ON EVERY EARLIER STEP WITHOUT LISTING
      * THEM - THE ROLLFORWARD MUST NOT MOVE THE DATE ON PAST A
      * NIGHT THAT DID NOT FINISH CLEAN
       FD  F03-SCHEDULE-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS F03-SCHEDULE-RECORD.
       01  F03-SCHEDULE-RECORD.
           05  F03-SCHED-ORDER              PIC X(3).
           05  F03-SCHED-NAME               PIC X(20).
           05  F03-SCHED-PROGRAM            PIC X(30).
           05  F03-SCHED-FREQUENCY          PIC X.
           05  F03-SCHED-AFTER-ALL          PIC X.
           05  F03-SCHED-DEPENDS            PIC X(3) OCCURS 5 TIMES.

       FD  F04-CALENDAR-FILE
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS F04-CALENDAR-RECORD.
       01  F04-CALENDAR-RECORD.
           05  F04-CAL-DATE                 PIC X(8).
           05  F04-CAL-TYPE                 PIC X.
               88  F04-CAL-HOLIDAY          VALUE "H".

       FD  F05-LASTRUN-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F05-LASTRUN-RECORD.
       01  F05-LASTRUN-RECORD               PIC X(8).

       FD  F06-FLAG-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F06-FLAG-RECORD.
       01  F06-FLAG-RECORD.
           05  F06-FLAG-DATE                PIC X(8).
           05  F06-FLAG-MESSAGE             PIC X(32).

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

           COPY SNAPREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY ABENDWS.

           COPY SNAPWS.

           COPY DATEWS.

      * SCHEDULE LOAD - ROWS ARE SLOTTED INTO THE STEP TABLE IN RUN
      * ORDER AS THEY ARE READ
       01 W01-SCHEDULE-LOAD.
           05  W01-SCHEDULE-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-SCHEDULE-EOF               VALUE "T".
           05  W01-NEW-ORDER                PIC 9(3) VALUE ZERO.
           05  W01-SLOT                     PIC 99 VALUE ZERO.
           05  W01-SHIFT                    PIC 99 VALUE ZERO.
           05  W01-DEP-SUB                  PIC 9 VALUE ZERO.
           05  W01-DEP-ORDER                PIC 9(3) VALUE ZERO.
           05  W01-FIND-SUB                 PIC 99 VALUE ZERO.
           05  W01-INSERT-AT                PIC 99 VALUE ZERO.
           05  W01-FOUND-SWITCH             PIC X VALUE "N".
               88  W01-FOUND                      VALUE "Y".

       01 W02-STEP-COUNT                    PIC 99 VALUE ZERO.

       01 W02-STEP-TABLE.
           05  W02-STEP-ENTRY OCCURS 40 TIMES INDEXED BY W02-STEP-IDX.
               10  W02-STEP-ORDER           PIC 9(3).
               10  W02-STEP-NAME            PIC X(20).
               10  W02-STEP-PROGRAM         PIC X(30).
               10  W02-STEP-FREQUENCY       PIC X.
                   88  W02-STEP-DAILY              VALUE "D".
                   88  W02-STEP-WEEKLY             VALUE "W".
                   88  W02-STEP-PERIOD-END         VALUE "P".
                   88  W02-STEP-QUARTER-END        VALUE "Q".
                   88  W02-STEP-YEAR-END           VALUE "Y".
               10  W02-STEP-AFTER-ALL       PIC X.
                   88  W02-STEP-NEEDS-ALL          VALUE "Y".
               10  W02-STEP-DEP-ORDER       PIC X(3) OCCURS 5 TIMES.
               10  W02-STEP-DEP-SUB         PIC 99 OCCURS 5 TIMES.
               10  W02-STEP-STATUS          PIC X(7).
                   88  W02-STEP-PENDING            VALUE "PENDING".
                   88  W02-STEP-RAN-OK             VALUE "OK     ".
                   88  W02-STEP-FAILED             VALUE "FAILED ".
                   88  W02-STEP-SKIPPED            VALUE "SKIPPED".
                   88  W02-STEP-NOT-DUE            VALUE "NOT DUE".
      * THE FAILED OR SKIPPED STEP A SKIPPED STEP WAS WAITING ON
               10  W02-STEP-WAITING-ON      PIC X(20).
      * WHETHER A FAILED STEP'S MASTERS WERE PUT BACK FROM ITS
      * SNAPSHOT
               10  W02-STEP-ROLLBACK        PIC X.
                   88  W02-STEP-RESTORED           VALUE "R".
                   88  W02-STEP-NOT-RESTORED       VALUE "X".
      * THE RETURN CODE THE STEP ENDED WITH THIS RUN
               10  W02-STEP-RC              PIC 9(3).
                   88  W02-STEP-WARNED             VALUES 1 THRU 7.

      * A SCHEDULE THAT CANNOT BE TRUSTED RUNS NOTHING
       01 W03-SCHEDULE-CHECK.
           05  W03-SCHEDULE-SWITCH          PIC X VALUE "N".
               88  W03-SCHEDULE-BAD               VALUE "Y".
           05  W03-SCHEDULE-REASON          PIC X(50) VALUE SPACES.
           05  W03-SCHEDULE-STEP            PIC X(20) VALUE SPACES.

       01 W05-RESTART-CONTROLS.
           05  W05-RESTART-SWITCH           PIC X VALUE "N".
           05  W08-TOKEN-DATE               PIC X(8) VALUE SPACES.
           05  W08-TOKEN-TIME               PIC X(8) VALUE SPACES.

       01 W09-SCHEDULE-STATUS               PIC XX VALUE SPACES.
       01 W10-CALENDAR-STATUS               PIC XX VALUE SPACES.
       01 W11-LASTRUN-STATUS                PIC XX VALUE SPACES.
       01 W12-FLAG-STATUS                   PIC XX VALUE SPACES.

      * THE DATE UNDER TEST AND WHAT THE CALENDAR SAYS ABOUT IT
       01 W13-DAY-CONTROLS.
           05  W13-TEST-DATE                PIC X(8) VALUE SPACES.
           05  W13-WEEKDAY-NUM              PIC 9 VALUE ZERO.
      * DAY SERIALS FROM THE SHARED CONVERSION RUN MOD 7 WITH
      * 3 = SATURDAY AND 4 = SUNDAY
               88  W13-WEEKEND-DAY          VALUES 3 4.
           05  W13-HOLIDAY-SWITCH           PIC X VALUE "N".
               88  W13-IS-HOLIDAY                 VALUE "Y".
           05  W13-CALENDAR-EOF-SWITCH      PIC X VALUE SPACES.
               88  W13-CALENDAR-EOF               VALUE "T".

      * WHICH FREQUENCIES ARE DUE TONIGHT. A WEEKLY, QUARTER-END OR
      * YEAR-END STEP IS DUE ON THE LAST PROCESSING DAY BEFORE THE
      * NEXT ONE FALLS IN A NEW WEEK (MONDAY TO SUNDAY), CALENDAR
      * QUARTER OR YEAR - SO THE QUARTER AND YEAR STEPS RUN WHILE
      * THE BUSINESS DATE STILL CARRIES THE YEAR THEY REPORT ON
       01 W14-DUE-CONTROLS.
           05  W14-WEEKLY-SWITCH            PIC X VALUE "N".
               88  W14-WEEKLY-DUE                 VALUE "Y".
           05  W14-PERIOD-END-SWITCH        PIC X VALUE "N".
               88  W14-PERIOD-END-DUE             VALUE "Y".
           05  W14-QUARTER-END-SWITCH       PIC X VALUE "N".
               88  W14-QUARTER-END-DUE            VALUE "Y".
           05  W14-YEAR-END-SWITCH          PIC X VALUE "N".
               88  W14-YEAR-END-DUE               VALUE "Y".
           05  W14-STEP-DUE-SWITCH          PIC X VALUE "N".
               88  W14-STEP-DUE                   VALUE "Y".
           05  W14-NEXT-DATE                PIC X(8) VALUE SPACES.
           05  W14-ADVANCE-COUNT            PIC 99 VALUE ZERO.
           05  W14-ADVANCE-SWITCH           PIC X VALUE "N".
               88  W14-ADVANCE-DONE               VALUE "Y".
           05  W14-THIS-WEEK                PIC 9(8) VALUE ZERO.
           05  W14-NEXT-WEEK                PIC 9(8) VALUE ZERO.
           05  W14-THIS-QUARTER             PIC 9 VALUE ZERO.
           05  W14-NEXT-QUARTER             PIC 9 VALUE ZERO.
           05  W14-LAST-RUN-DATE            PIC X(8) VALUE SPACES.

      * DEPENDENCY CHECK SUBSCRIPTS
       01 W15-DEPENDENCY-WORK.
           05  W15-DEP-SUB                  PIC 9 VALUE ZERO.
           05  W15-DEP-STEP                 PIC 99 VALUE ZERO.
           05  W15-THIS-STEP                PIC 99 VALUE ZERO.
           05  W15-EARLIER-STEP             PIC 99 VALUE ZERO.

       01 W16-STEP-COUNTS.
           05  W16-RAN-OK                   PIC 99 VALUE ZERO.
           05  W16-WARNED                   PIC 99 VALUE ZERO.
           05  W16-FAILED                   PIC 99 VALUE ZERO.
           05  W16-SKIPPED                  PIC 99 VALUE ZERO.
           05  W16-NOT-DUE                  PIC 99 VALUE ZERO.

       01 W19-OPEN-SET-SWITCH               PIC X VALUE "N".
           88  W19-OPEN-SET                       VALUE "Y".

      * THE SHELL HANDS BACK THE STEP'S WAIT STATUS - ITS RETURN
      * CODE IS IN THE HIGH BYTE
       01 W20-STEP-WAIT-STATUS              PIC 9(9) VALUE ZERO.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W17-SCHEDULE-FILE-NAME   PIC X(20)
               VALUE "BatchSchedule.dat".
       01 W17-CALENDAR-FILE-NAME   PIC X(20)   VALUE "ProcCalendar.dat".
       01 W18-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W04-STATUS-HEADING.
           05                               PIC X(28) VALUE SPACES.
           05                               PIC X(24)
                   VALUE "Nightly Batch Status".

       01 W04-DUE-LINE.
           05                               PIC X(13)
                   VALUE "Due tonight: ".
           05  W04-DUE-LIST                 PIC X(60).

       01 W04-COLUMN-HEADINGS.
           05                               PIC X(5) VALUE "Order".
           05                               PIC X(2) VALUE SPACES.
           05                               PIC X(4) VALUE "Step".
           05                               PIC X(18) VALUE SPACES.
           05                               PIC X(9) VALUE "Frequency".
           05                               PIC X(4) VALUE SPACES.
           05                               PIC X(6) VALUE "Status".

       01 W04-STATUS-LINE.
           05  W04-STATUS-ORDER             PIC ZZ9.
           05                               PIC X(4) VALUE SPACES.
           05  W04-STATUS-NAME              PIC X(20).
           05                               PIC X(2) VALUE SPACES.
           05  W04-STATUS-FREQUENCY         PIC X(11).
           05                               PIC X(2) VALUE SPACES.
           05  W04-STATUS-OUT               PIC X(7).
           05                               PIC X(2) VALUE SPACES.
           05  W04-STATUS-NOTE              PIC X(29).

       01 W04-COUNT-LINE.
           05  W04-COUNT-LABEL              PIC X(30).
           05  W04-COUNT-OUT                PIC Z9.
           05                               PIC X(48) VALUE SPACES.

       01 W04-REFUSAL-LINES.
           05  W04-REFUSAL-LINE-1.
               10  PIC X(14) VALUE SPACES.
               10  PIC X(40)
                       VALUE "*** STEP SCHEDULE NOT USABLE ***".
           05  W04-REFUSAL-LINE-2.
               10  W04-REFUSAL-REASON       PIC X(50).
               10  PIC X(2) VALUE SPACES.
               10  W04-REFUSAL-STEP         PIC X(20).
           05  W04-REFUSAL-LINE-3.
               10  PIC X(46) VALUE
                   "No steps were run - correct the schedule file".

       PROCEDURE DIVISION.

           PERFORM 100-INITIALIZE
           IF W03-SCHEDULE-BAD
               PERFORM 390-WRITE-SCHEDULE-REFUSAL
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 200-RUN-STEP
                   VARYING W02-STEP-IDX FROM 1 BY 1
                   UNTIL W02-STEP-IDX > W02-STEP-COUNT
               PERFORM 300-WRITE-STATUS-REPORT
           END-IF
           PERFORM 950-RELEASE-RUN-LOCK
           CLOSE F01-STATUS-FILE
           STOP RUN

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY RUNPROC.

           COPY DATEPRC.

       100-INITIALIZE.
           MOVE "BatchDriver" TO ABEND-PROGRAM
           PERFORM 150-TAKE-BATCH-LOCK
           OPEN OUTPUT F01-STATUS-FILE
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 105-LOAD-SCHEDULE
           IF NOT W03-SCHEDULE-BAD
               PERFORM 115-RESOLVE-DEPENDENCIES
                   VARYING W02-STEP-IDX FROM 1 BY 1
                   UNTIL W02-STEP-IDX > W02-STEP-COUNT
                      OR W03-SCHEDULE-BAD
           END-IF
           IF NOT W03-SCHEDULE-BAD
               PERFORM 160-DECIDE-DUE-FREQUENCIES
           END-IF

           MOVE SPACE TO W05-RESTART-PARM
           ACCEPT W05-RESTART-PARM
               FROM ENVIRONMENT "BATCH_RESTART"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W05-RESTART-PARM = "Y" AND NOT W03-SCHEDULE-BAD
               SET W05-RESTART-RUN TO TRUE
               PERFORM 120-LOAD-PRIOR-OUTCOMES
           END-IF
           .

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W18-FILE-NAME-OVERRIDE
           ACCEPT W18-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BATCH_SCHEDULE_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W18-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W18-FILE-NAME-OVERRIDE TO W17-SCHEDULE-FILE-NAME
           END-IF

           MOVE SPACES TO W18-FILE-NAME-OVERRIDE
           ACCEPT W18-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "PROC_CALENDAR_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W18-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W18-FILE-NAME-OVERRIDE TO W17-CALENDAR-FILE-NAME
           END-IF
           .

      * READ THE SCHEDULE INTO THE STEP TABLE IN RUN ORDER. A
      * MISSING FILE OR A BAD ROW STOPS THE WHOLE NIGHT - RUNNING
      * A GUESSED-AT SCHEDULE IS WORSE THAN RUNNING NONE
       105-LOAD-SCHEDULE.
           MOVE ZERO TO W02-STEP-COUNT
           OPEN INPUT F03-SCHEDULE-FILE
           IF W09-SCHEDULE-STATUS NOT = "00"
               SET W03-SCHEDULE-BAD TO TRUE
               MOVE "Step schedule file missing or unreadable"
                   TO W03-SCHEDULE-REASON
               MOVE W17-SCHEDULE-FILE-NAME TO W03-SCHEDULE-STEP
           ELSE
               PERFORM 106-READ-SCHEDULE-ROW
                   UNTIL W01-SCHEDULE-EOF OR W03-SCHEDULE-BAD
               CLOSE F03-SCHEDULE-FILE
               IF W02-STEP-COUNT = ZERO AND NOT W03-SCHEDULE-BAD
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Step schedule file has no steps"
                       TO W03-SCHEDULE-REASON
                   MOVE W17-SCHEDULE-FILE-NAME TO W03-SCHEDULE-STEP
               END-IF
           END-IF
           .

       106-READ-SCHEDULE-ROW.
           READ F03-SCHEDULE-FILE
               AT END
                   SET W01-SCHEDULE-EOF TO TRUE
               NOT AT END
                   IF F03-SCHEDULE-RECORD NOT = SPACES
                           AND F03-SCHED-ORDER(1:1) NOT = "*"
                       PERFORM 107-CHECK-SCHEDULE-ROW
                       IF NOT W03-SCHEDULE-BAD
                           PERFORM 110-SLOT-STEP-ENTRY
                       END-IF
                   END-IF
           END-READ
           .

       107-CHECK-SCHEDULE-ROW.
           MOVE F03-SCHED-NAME TO W03-SCHEDULE-STEP
           EVALUATE TRUE
               WHEN F03-SCHED-ORDER IS NOT NUMERIC
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Run order is not a 3-digit number"
                       TO W03-SCHEDULE-REASON
               WHEN F03-SCHED-NAME = SPACES
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Step name is blank" TO W03-SCHEDULE-REASON
               WHEN F03-SCHED-PROGRAM = SPACES
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Step program is blank"
                       TO W03-SCHEDULE-REASON
               WHEN F03-SCHED-FREQUENCY NOT = "D" AND NOT = "W"
                       AND NOT = "P" AND NOT = "Q" AND NOT = "Y"
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Frequency is not D, W, P, Q or Y"
                       TO W03-SCHEDULE-REASON
               WHEN F03-SCHED-AFTER-ALL NOT = "Y"
                       AND F03-SCHED-AFTER-ALL NOT = "N"
                       AND F03-SCHED-AFTER-ALL NOT = SPACE
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "After-all flag is not Y or N"
                       TO W03-SCHEDULE-REASON
               WHEN W02-STEP-COUNT = 40
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "More than 40 steps in the schedule"
                       TO W03-SCHEDULE-REASON
           END-EVALUATE
           .

      * FIND WHERE THE NEW ROW'S RUN ORDER FITS, OPEN A GAP THERE
      * AND DROP IT IN - TWO ROWS WITH ONE RUN ORDER ARE REFUSED
       110-SLOT-STEP-ENTRY.
           MOVE F03-SCHED-ORDER TO W01-NEW-ORDER
           COMPUTE W01-INSERT-AT = W02-STEP-COUNT + 1
           MOVE "N" TO W01-FOUND-SWITCH
           PERFORM 111-CHECK-SLOT
               VARYING W01-SLOT FROM 1 BY 1
               UNTIL W01-SLOT > W02-STEP-COUNT OR W01-FOUND
           MOVE W01-INSERT-AT TO W01-SLOT

           IF W01-FOUND
                   AND W02-STEP-ORDER(W01-SLOT) = W01-NEW-ORDER
               SET W03-SCHEDULE-BAD TO TRUE
               MOVE "Run order used by more than one step"
                   TO W03-SCHEDULE-REASON
           ELSE
               PERFORM 112-SHIFT-STEP-ENTRY
                   VARYING W01-SHIFT FROM W02-STEP-COUNT BY -1
                   UNTIL W01-SHIFT < W01-SLOT
               MOVE W01-NEW-ORDER TO W02-STEP-ORDER(W01-SLOT)
               MOVE F03-SCHED-NAME TO W02-STEP-NAME(W01-SLOT)
               MOVE F03-SCHED-PROGRAM TO W02-STEP-PROGRAM(W01-SLOT)
               MOVE F03-SCHED-FREQUENCY
                   TO W02-STEP-FREQUENCY(W01-SLOT)
               MOVE F03-SCHED-AFTER-ALL
                   TO W02-STEP-AFTER-ALL(W01-SLOT)
               PERFORM 113-COPY-DEPENDENCY
                   VARYING W01-DEP-SUB FROM 1 BY 1
                   UNTIL W01-DEP-SUB > 5
               SET W02-STEP-PENDING(W01-SLOT) TO TRUE
               MOVE SPACES TO W02-STEP-WAITING-ON(W01-SLOT)
               MOVE SPACE TO W02-STEP-ROLLBACK(W01-SLOT)
               MOVE ZERO TO W02-STEP-RC(W01-SLOT)
               ADD 1 TO W02-STEP-COUNT
           END-IF
           .

       111-CHECK-SLOT.
           IF W02-STEP-ORDER(W01-SLOT) >= W01-NEW-ORDER
               MOVE W01-SLOT TO W01-INSERT-AT
               SET W01-FOUND TO TRUE
           END-IF
           .

       112-SHIFT-STEP-ENTRY.
           MOVE W02-STEP-ENTRY(W01-SHIFT)
               TO W02-STEP-ENTRY(W01-SHIFT + 1)
           .

       113-COPY-DEPENDENCY.
           MOVE F03-SCHED-DEPENDS(W01-DEP-SUB)
               TO W02-STEP-DEP-ORDER(W01-SLOT, W01-DEP-SUB)
           MOVE ZERO TO W02-STEP-DEP-SUB(W01-SLOT, W01-DEP-SUB)
           .

      * TURN EACH DEPENDENCY'S RUN ORDER INTO ITS TABLE POSITION.
      * IT MUST NAME A STEP THAT RUNS EARLIER, OR THE STEP COULD
      * NEVER BE CLEARED TO RUN
       115-RESOLVE-DEPENDENCIES.
           SET W15-THIS-STEP TO W02-STEP-IDX
           PERFORM 116-RESOLVE-ONE-DEPENDENCY
               VARYING W01-DEP-SUB FROM 1 BY 1
               UNTIL W01-DEP-SUB > 5 OR W03-SCHEDULE-BAD
           .

       116-RESOLVE-ONE-DEPENDENCY.
           IF W02-STEP-DEP-ORDER(W15-THIS-STEP, W01-DEP-SUB)
                   NOT = SPACES
               MOVE W02-STEP-NAME(W15-THIS-STEP) TO W03-SCHEDULE-STEP
               IF W02-STEP-DEP-ORDER(W15-THIS-STEP, W01-DEP-SUB)
                       IS NOT NUMERIC
                   SET W03-SCHEDULE-BAD TO TRUE
                   MOVE "Dependency is not a 3-digit run order"
                       TO W03-SCHEDULE-REASON
               ELSE
                   MOVE W02-STEP-DEP-ORDER(W15-THIS-STEP, W01-DEP-SUB)
                       TO W01-DEP-ORDER
                   MOVE "N" TO W01-FOUND-SWITCH
                   PERFORM 117-MATCH-DEPENDENCY
                       VARYING W01-FIND-SUB FROM 1 BY 1
                       UNTIL W01-FIND-SUB >= W15-THIS-STEP
                          OR W01-FOUND
                   IF NOT W01-FOUND
                       SET W03-SCHEDULE-BAD TO TRUE
                       MOVE "Depends on a step that does not run before"
                           TO W03-SCHEDULE-REASON
                   END-IF
               END-IF
           END-IF
           .

       117-MATCH-DEPENDENCY.
           IF W02-STEP-ORDER(W01-FIND-SUB) = W01-DEP-ORDER
               MOVE W01-FIND-SUB
                   TO W02-STEP-DEP-SUB(W15-THIS-STEP, W01-DEP-SUB)
               SET W01-FOUND TO TRUE
           END-IF
           .

      * MARK THE STEPS THE PRIOR RUN COMPLETED CLEAN SO THE RESTART
               NOT AT END
                   PERFORM 140-MATCH-PRIOR-OUTCOME
                       VARYING W02-STEP-IDX FROM 1 BY 1
                       UNTIL W02-STEP-IDX > W02-STEP-COUNT
           END-READ
           .

           END-IF
           .

      * LOCK THE MASTERS FOR THE WHOLE CHAIN UNDER A RUN-UNIQUE
      * TOKEN, EXPORTED SO THE STEPS THIS DRIVER LAUNCHES RECOGNIZE
      * THE LOCK AS THEIR OWN INSTEAD OF REFUSING TO RUN
       150-TAKE-BATCH-LOCK.
           ACCEPT W08-TOKEN-DATE FROM DATE YYYYMMDD
           ACCEPT W08-TOKEN-TIME FROM TIME
           MOVE SPACES TO LOCK-HOLDER-NAME
           STRING "BATCH-"             DELIMITED BY SIZE
                  W08-TOKEN-DATE       DELIMITED BY SIZE
                  W08-TOKEN-TIME(1:6)  DELIMITED BY SIZE
               INTO LOCK-HOLDER-NAME
           END-STRING

           PERFORM 940-TAKE-RUN-LOCK
           SET ENVIRONMENT "BATCH_LOCK_TOKEN" TO LOCK-HOLDER-NAME
           .

      * DAILY STEPS ARE ALWAYS DUE. THE CALENDAR FREQUENCIES NEED A
      * USABLE BUSINESS DATE - WITHOUT ONE THE CALENDAR CHECK STEP
      * REFUSES THE NIGHT ANYWAY
       160-DECIDE-DUE-FREQUENCIES.
           IF RC-BUSINESS-DATE IS NUMERIC
               PERFORM 170-FIND-NEXT-PROCESSING-DAY
               IF W14-ADVANCE-DONE
                   PERFORM 175-COMPARE-NEXT-DAY
               END-IF
           END-IF
           PERFORM 180-CHECK-PERIOD-END-HANDOFF
           .

      * WALK FORWARD FROM THE BUSINESS DATE ONE DAY AT A TIME UNTIL
      * A PROCESSING DAY TURNS UP - 30 DAYS WITHOUT ONE MEANS THE
      * CALENDAR ITSELF IS BROKEN
       170-FIND-NEXT-PROCESSING-DAY.
           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE ZERO TO W14-ADVANCE-COUNT
           MOVE "N" TO W14-ADVANCE-SWITCH
           MOVE SPACES TO W14-NEXT-DATE

           PERFORM 171-TRY-NEXT-DAY
               UNTIL W14-ADVANCE-DONE
                   OR W14-ADVANCE-COUNT > 30
           .

       171-TRY-NEXT-DAY.
           ADD 1 TO DATE-CONV-DAYS
           ADD 1 TO W14-ADVANCE-COUNT
           PERFORM 921-CONVERT-DAYS-TO-DATE
           MOVE DATE-CONV-YMD TO W13-TEST-DATE
           PERFORM 700-CHECK-PROCESSING-DAY
      * 700 RECONVERTS THE TEST DATE, SO THE SERIAL IS ALREADY
      * POSITIONED FOR THE NEXT ADVANCE
           IF NOT W13-WEEKEND-DAY AND NOT W13-IS-HOLIDAY
               SET W14-ADVANCE-DONE TO TRUE
               MOVE W13-TEST-DATE TO W14-NEXT-DATE
           END-IF
           .

      * WEEKS ARE COUNTED FROM MONDAY - DAY SERIAL PLUS 2 DIVIDED BY
      * 7 STEPS ON EACH MONDAY (SERIAL MOD 7 = 5)
       175-COMPARE-NEXT-DAY.
           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           COMPUTE W14-THIS-WEEK = (DATE-CONV-DAYS + 2) / 7
           COMPUTE W14-THIS-QUARTER = (DATE-CONV-MONTH + 2) / 3

           MOVE W14-NEXT-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           COMPUTE W14-NEXT-WEEK = (DATE-CONV-DAYS + 2) / 7
           COMPUTE W14-NEXT-QUARTER = (DATE-CONV-MONTH + 2) / 3

           IF W14-NEXT-WEEK NOT = W14-THIS-WEEK
               SET W14-WEEKLY-DUE TO TRUE
           END-IF
           IF W14-NEXT-DATE(1:4) NOT = RC-BUSINESS-DATE(1:4)
               SET W14-YEAR-END-DUE TO TRUE
               SET W14-QUARTER-END-DUE TO TRUE
           END-IF
           IF W14-NEXT-QUARTER NOT = W14-THIS-QUARTER
               SET W14-QUARTER-END-DUE TO TRUE
           END-IF
           .

      * THE ROLLFORWARD STEP LEAVES THE FLAG BEHIND WHEN IT CLOSES A
      * PERIOD. THE PERIOD-END STEPS RUN THE NEXT NIGHT, AHEAD OF
      * THE NEW PERIOD'S ACTIVITY, AND ONLY THAT NIGHT - ONCE
      * ANOTHER CLEAN BATCH HAS RUN THE FLAG'S DATE NO LONGER
      * MATCHES THE LAST RUN DATE
       180-CHECK-PERIOD-END-HANDOFF.
           MOVE SPACES TO W14-LAST-RUN-DATE
           OPEN INPUT F05-LASTRUN-FILE
           IF W11-LASTRUN-STATUS = "00"
               READ F05-LASTRUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F05-LASTRUN-RECORD TO W14-LAST-RUN-DATE
               END-READ
               CLOSE F05-LASTRUN-FILE
           END-IF

           OPEN INPUT F06-FLAG-FILE
           IF W12-FLAG-STATUS = "00"
               READ F06-FLAG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF W14-LAST-RUN-DATE NOT = SPACES
                               AND F06-FLAG-DATE = W14-LAST-RUN-DATE
                           SET W14-PERIOD-END-DUE TO TRUE
                       END-IF
               END-READ
               CLOSE F06-FLAG-FILE
           END-IF
           .

      * RUN EACH STEP IN ORDER. A STEP NOT DUE TONIGHT IS PASSED
      * OVER; A STEP WHOSE DEPENDENCY FAILED OR WAS ITSELF SKIPPED
      * IS SKIPPED; ONE NOT DUE TONIGHT DOES NOT HOLD ANYTHING UP.
      * A STEP ALREADY MARKED OK FROM THE PRIOR RUN'S OUTCOMES IS
      * LEFT ALONE - ITS WORK (AND ITS AUDIT-LOG RECORDS) STAND.
      * A RETURN CODE UNDER 8 IS A WARNING - THE STEP FINISHED AND
      * CLOSED ITS SNAPSHOT, SO IT IS RUN, ITS DEPENDENTS GO AHEAD
      * AND A RESTART DOES NOT REPEAT IT. 8 AND OVER IS A FAILURE
       200-RUN-STEP.
           SET W15-THIS-STEP TO W02-STEP-IDX
           IF W02-STEP-RAN-OK(W02-STEP-IDX)
               CONTINUE
           ELSE
               PERFORM 205-CHECK-STEP-DUE
               IF NOT W14-STEP-DUE
                   SET W02-STEP-NOT-DUE(W02-STEP-IDX) TO TRUE
               ELSE
                   SET W02-STEP-PENDING(W02-STEP-IDX) TO TRUE
                   PERFORM 210-CHECK-DEPENDENCY
                       VARYING W15-DEP-SUB FROM 1 BY 1
                       UNTIL W15-DEP-SUB > 5
                          OR W02-STEP-SKIPPED(W02-STEP-IDX)
                   IF W02-STEP-NEEDS-ALL(W02-STEP-IDX)
                       PERFORM 220-CHECK-EARLIER-STEP
                           VARYING W15-EARLIER-STEP FROM 1 BY 1
                           UNTIL W15-EARLIER-STEP >= W15-THIS-STEP
                              OR W02-STEP-SKIPPED(W02-STEP-IDX)
                   END-IF
                   IF W02-STEP-PENDING(W02-STEP-IDX)
                       CALL "SYSTEM"
                           USING W02-STEP-PROGRAM(W02-STEP-IDX)
                       MOVE RETURN-CODE TO W20-STEP-WAIT-STATUS
                       IF W20-STEP-WAIT-STATUS > 255
                           DIVIDE 256 INTO W20-STEP-WAIT-STATUS
                       END-IF
                       MOVE W20-STEP-WAIT-STATUS
                           TO W02-STEP-RC(W02-STEP-IDX)
                       IF W20-STEP-WAIT-STATUS < 8
                           SET W02-STEP-RAN-OK(W02-STEP-IDX) TO TRUE
                       ELSE
                           SET W02-STEP-FAILED(W02-STEP-IDX) TO TRUE
                           PERFORM 230-RESTORE-FAILED-STEP
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 250-CHECKPOINT-OUTCOMES
           .

       205-CHECK-STEP-DUE.
           MOVE "N" TO W14-STEP-DUE-SWITCH
           EVALUATE TRUE
               WHEN W02-STEP-DAILY(W02-STEP-IDX)
                   SET W14-STEP-DUE TO TRUE
               WHEN W02-STEP-WEEKLY(W02-STEP-IDX) AND W14-WEEKLY-DUE
                   SET W14-STEP-DUE TO TRUE
               WHEN W02-STEP-PERIOD-END(W02-STEP-IDX)
                       AND W14-PERIOD-END-DUE
                   SET W14-STEP-DUE TO TRUE
               WHEN W02-STEP-QUARTER-END(W02-STEP-IDX)
                       AND W14-QUARTER-END-DUE
                   SET W14-STEP-DUE TO TRUE
               WHEN W02-STEP-YEAR-END(W02-STEP-IDX)
                       AND W14-YEAR-END-DUE
                   SET W14-STEP-DUE TO TRUE
           END-EVALUATE
           .

       210-CHECK-DEPENDENCY.
           MOVE W02-STEP-DEP-SUB(W15-THIS-STEP, W15-DEP-SUB)
               TO W15-DEP-STEP
           IF W15-DEP-STEP > ZERO
               IF W02-STEP-FAILED(W15-DEP-STEP)
                       OR W02-STEP-SKIPPED(W15-DEP-STEP)
                   SET W02-STEP-SKIPPED(W02-STEP-IDX) TO TRUE
                   MOVE W02-STEP-NAME(W15-DEP-STEP)
                       TO W02-STEP-WAITING-ON(W02-STEP-IDX)
               END-IF
           END-IF
           .

       220-CHECK-EARLIER-STEP.
           IF W02-STEP-FAILED(W15-EARLIER-STEP)
                   OR W02-STEP-SKIPPED(W15-EARLIER-STEP)
               SET W02-STEP-SKIPPED(W02-STEP-IDX) TO TRUE
               MOVE W02-STEP-NAME(W15-EARLIER-STEP)
                   TO W02-STEP-WAITING-ON(W02-STEP-IDX)
           END-IF
           .

      * A STEP THAT DIED WITH ITS SNAPSHOT SET STILL OPEN HAS ITS
      * FILES PUT BACK BEFORE ANYTHING ELSE RUNS - THE ROLLBACK LOG
      * SAYS WHAT CAME BACK, FROM WHICH SNAPSHOT, WITH RECORD COUNTS.
      * A STEP THAT FAILED WITHOUT TOUCHING THE MASTERS (A LOCK
      * REFUSAL, A BAD INPUT FILE) HAS NO OPEN SET AND NOTHING TO DO
       230-RESTORE-FAILED-STEP.
           MOVE "N" TO W19-OPEN-SET-SWITCH
           OPEN INPUT SNAP-MANIFEST-FILE
           IF SNAP-MANIFEST-STATUS = "00"
               READ SNAP-MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SNAP-HEADER-REC AND SNAP-SET-TAKEN
                           SET W19-OPEN-SET TO TRUE
                       END-IF
               END-READ
           END-IF
           IF SNAP-MANIFEST-STATUS = "00"
                   OR SNAP-MANIFEST-STATUS = "05"
               CLOSE SNAP-MANIFEST-FILE
           END-IF

           IF W19-OPEN-SET
               MOVE "R" TO SNAP-MODE
               PERFORM 977-CALL-SNAPSHOT-UTILITY
               IF RETURN-CODE = ZERO
                   SET W02-STEP-RESTORED(W02-STEP-IDX) TO TRUE
               ELSE
                   SET W02-STEP-NOT-RESTORED(W02-STEP-IDX) TO TRUE
               END-IF
           END-IF
           .

      * REWRITE THE PERSISTED OUTCOMES AFTER EVERY STEP SO A CRASH
      * MID-BATCH STILL LEAVES AN ACCURATE RESTART POINT
       250-CHECKPOINT-OUTCOMES.
           OPEN OUTPUT F02-STEPS-FILE
           PERFORM 260-WRITE-ONE-OUTCOME
               VARYING W07-CKPT-SUB FROM 1 BY 1
               UNTIL W07-CKPT-SUB > W02-STEP-COUNT
           CLOSE F02-STEPS-FILE
           .

       300-WRITE-STATUS-REPORT.
           WRITE F01-STATUS-RECORD FROM W04-STATUS-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F01-STATUS-RECORD FROM RC-HEADING-LINE
           PERFORM 305-WRITE-DUE-LINE
           WRITE F01-STATUS-RECORD FROM W04-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES

           PERFORM 310-WRITE-STATUS-LINE
               VARYING W02-STEP-IDX FROM 1 BY 1
               UNTIL W02-STEP-IDX > W02-STEP-COUNT

           MOVE "Steps run clean" TO W04-COUNT-LABEL
           MOVE W16-RAN-OK TO W04-COUNT-OUT
           WRITE F01-STATUS-RECORD FROM W04-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "Steps run with warnings" TO W04-COUNT-LABEL
           MOVE W16-WARNED TO W04-COUNT-OUT
           WRITE F01-STATUS-RECORD FROM W04-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "Steps failed" TO W04-COUNT-LABEL
           MOVE W16-FAILED TO W04-COUNT-OUT
           WRITE F01-STATUS-RECORD FROM W04-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "Skipped - dependency failed" TO W04-COUNT-LABEL
           MOVE W16-SKIPPED TO W04-COUNT-OUT
           WRITE F01-STATUS-RECORD FROM W04-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "Not due tonight" TO W04-COUNT-LABEL
           MOVE W16-NOT-DUE TO W04-COUNT-OUT
           WRITE F01-STATUS-RECORD FROM W04-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .

       305-WRITE-DUE-LINE.
           MOVE "Daily" TO W04-DUE-LIST
           IF W14-WEEKLY-DUE
               STRING W04-DUE-LIST  DELIMITED BY "  "
                      ", Weekly"    DELIMITED BY SIZE
                   INTO W04-DUE-LIST
               END-STRING
           END-IF
           IF W14-PERIOD-END-DUE
               STRING W04-DUE-LIST  DELIMITED BY "  "
                      ", Period-end" DELIMITED BY SIZE
                   INTO W04-DUE-LIST
               END-STRING
           END-IF
           IF W14-QUARTER-END-DUE
               STRING W04-DUE-LIST  DELIMITED BY "  "
                      ", Quarter-end" DELIMITED BY SIZE
                   INTO W04-DUE-LIST
               END-STRING
           END-IF
           IF W14-YEAR-END-DUE
               STRING W04-DUE-LIST  DELIMITED BY "  "
                      ", Year-end"  DELIMITED BY SIZE
                   INTO W04-DUE-LIST
               END-STRING
           END-IF
           WRITE F01-STATUS-RECORD FROM W04-DUE-LINE
               AFTER ADVANCING 1 LINE
           .

       310-WRITE-STATUS-LINE.
           MOVE W02-STEP-ORDER(W02-STEP-IDX) TO W04-STATUS-ORDER
           MOVE W02-STEP-NAME(W02-STEP-IDX) TO W04-STATUS-NAME
           EVALUATE TRUE
               WHEN W02-STEP-DAILY(W02-STEP-IDX)
                   MOVE "Daily" TO W04-STATUS-FREQUENCY
               WHEN W02-STEP-WEEKLY(W02-STEP-IDX)
                   MOVE "Weekly" TO W04-STATUS-FREQUENCY
               WHEN W02-STEP-PERIOD-END(W02-STEP-IDX)
                   MOVE "Period-end" TO W04-STATUS-FREQUENCY
               WHEN W02-STEP-QUARTER-END(W02-STEP-IDX)
                   MOVE "Quarter-end" TO W04-STATUS-FREQUENCY
               WHEN W02-STEP-YEAR-END(W02-STEP-IDX)
                   MOVE "Year-end" TO W04-STATUS-FREQUENCY
           END-EVALUATE
           MOVE W02-STEP-STATUS(W02-STEP-IDX) TO W04-STATUS-OUT
           MOVE SPACES TO W04-STATUS-NOTE

           EVALUATE TRUE
               WHEN W02-STEP-RAN-OK(W02-STEP-IDX)
                   IF W02-STEP-WARNED(W02-STEP-IDX)
                       ADD 1 TO W16-WARNED
                       STRING "Warning - return code "
                                         DELIMITED BY SIZE
                              W02-STEP-RC(W02-STEP-IDX)
                                         DELIMITED BY SIZE
                           INTO W04-STATUS-NOTE
                       END-STRING
                   ELSE
                       ADD 1 TO W16-RAN-OK
                   END-IF
               WHEN W02-STEP-FAILED(W02-STEP-IDX)
                   ADD 1 TO W16-FAILED
                   IF W02-STEP-RESTORED(W02-STEP-IDX)
                       MOVE "Masters restored - rerun"
                           TO W04-STATUS-NOTE
                   END-IF
                   IF W02-STEP-NOT-RESTORED(W02-STEP-IDX)
                       MOVE "RESTORE FAILED - see log"
                           TO W04-STATUS-NOTE
                   END-IF
               WHEN W02-STEP-NOT-DUE(W02-STEP-IDX)
                   ADD 1 TO W16-NOT-DUE
               WHEN W02-STEP-SKIPPED(W02-STEP-IDX)
                   ADD 1 TO W16-SKIPPED
                   STRING "Waiting on "  DELIMITED BY SIZE
                          W02-STEP-WAITING-ON(W02-STEP-IDX)
                                         DELIMITED BY "  "
                       INTO W04-STATUS-NOTE
                   END-STRING
           END-EVALUATE

           WRITE F01-STATUS-RECORD FROM W04-STATUS-LINE
               AFTER ADVANCING 1 LINE
           .

      * NOTHING RAN AND NO OUTCOMES WERE CHECKPOINTED, SO THE PRIOR
      * RUN'S RESTART POINT IS STILL THERE ONCE THE FILE IS FIXED
       390-WRITE-SCHEDULE-REFUSAL.
           WRITE F01-STATUS-RECORD FROM W04-STATUS-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F01-STATUS-RECORD FROM RC-HEADING-LINE
           WRITE F01-STATUS-RECORD FROM W04-REFUSAL-LINE-1
               AFTER ADVANCING 2 LINES
           MOVE W03-SCHEDULE-REASON TO W04-REFUSAL-REASON
           MOVE W03-SCHEDULE-STEP TO W04-REFUSAL-STEP
           WRITE F01-STATUS-RECORD FROM W04-REFUSAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE F01-STATUS-RECORD FROM W04-REFUSAL-LINE-3
               AFTER ADVANCING 1 LINE
           .

      * WHAT KIND OF DAY IS W13-TEST-DATE - WEEKDAY NUMBER FROM THE
      * SHARED DAY-SERIAL CONVERSION, HOLIDAY FROM A SCAN OF THE
      * CALENDAR FILE (SMALL, AND SCANNED FRESH EACH TIME SO NO ROW
      * IS EVER DROPPED FOR TABLE SPACE)
       700-CHECK-PROCESSING-DAY.
           MOVE W13-TEST-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           DIVIDE DATE-CONV-DAYS BY 7
               GIVING DATE-CONV-Q
               REMAINDER W13-WEEKDAY-NUM
           MOVE "N" TO W13-HOLIDAY-SWITCH

           MOVE SPACES TO W13-CALENDAR-EOF-SWITCH
           OPEN INPUT F04-CALENDAR-FILE
           IF W10-CALENDAR-STATUS = "00"
               PERFORM 705-SCAN-CALENDAR-ROW
                   UNTIL W13-CALENDAR-EOF
               CLOSE F04-CALENDAR-FILE
           END-IF
           .

       705-SCAN-CALENDAR-ROW.
           READ F04-CALENDAR-FILE
               AT END
                   SET W13-CALENDAR-EOF TO TRUE
               NOT AT END
                   IF F04-CAL-DATE = W13-TEST-DATE
                           AND F04-CAL-HOLIDAY
                       SET W13-IS-HOLIDAY TO TRUE
                   END-IF
           END-READ
           .
