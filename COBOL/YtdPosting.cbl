      * THE INDEXED EMPLOYEE MASTER, WITH A BEFORE/AFTER REPORT SO
      * ACCOUNTING CAN TIE THE PERIOD OUT
       FILE-CONTROL.
      * THE REGISTER'S PERIOD FILE BY DEFAULT - AN OFF-CYCLE RUN
      * POINTS THIS AT ITS OWN PERIOD FILE
           SELECT F01-PERIOD-FILE
               ASSIGN TO DYNAMIC W13-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F02-EMPLOYEE-FILE
      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  F01-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F01==.

           COPY AUDITREC.

           COPY JRNLREC.

           COPY LOCKREC.

           COPY ABENDREC.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY MASKWS.

           COPY SECWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".


       01 W05-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W06-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W13-PERIOD-FILE-NAME     PIC X(20)   VALUE "PeriodPay.dat".
       01 W14-PERIOD-NAME-OVERRIDE PIC X(20)   VALUE SPACES.

       01 W07-RUN-COUNTS.
           05 W07-RECORDS-READ     PIC 9(7)    VALUE ZERO.
       PROCEDURE DIVISION.

           MOVE "YtdPosting" TO ABEND-PROGRAM
           MOVE "YtdPosting" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 908-GET-MASK-OPTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY ABENDPRC.

           COPY JRNLPRC.

      * PICK UP THE MASTER AND PERIOD FILE-NAME OVERRIDES FROM THE
      * ENVIRONMENT
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W06-FILE-NAME-OVERRIDE
           ACCEPT W06-FILE-NAME-OVERRIDE
           IF W06-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W06-FILE-NAME-OVERRIDE TO W05-MASTER-FILE-NAME
           END-IF

           MOVE SPACES TO W14-PERIOD-NAME-OVERRIDE
           ACCEPT W14-PERIOD-NAME-OVERRIDE
               FROM ENVIRONMENT "PERIOD_PAY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-PERIOD-NAME-OVERRIDE NOT = SPACES
               MOVE W14-PERIOD-NAME-OVERRIDE TO W13-PERIOD-FILE-NAME
           END-IF
           .

      * COPY ASIDE THE EMPLOYEE MASTER AND THE CHANGE JOURNAL BEFORE
      * EITHER IS OPENED, SO A FAILED RUN CAN BE PUT BACK AND RERUN
      * FROM THE TOP WITHOUT POSTING THE PERIOD TWICE (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W05-MASTER-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

           COPY MASKPRC.

           COPY SECPRC.

       100-OPEN-FILES.
           OPEN INPUT F01-PERIOD-FILE
                I-O F02-EMPLOYEE-FILE
                OUTPUT F03-PRINT-FILE

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
       410-POST-TO-MASTER.
           MOVE "BEFORE" TO W03-SIDE-OUT
           PERFORM 420-WRITE-YTD-LINE
           MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE

           ADD F01-PERIOD-GROSS       TO YTD-EARNINGS
           ADD F01-PERIOD-WITHHOLDING TO YTD-TAXES
           ADD F01-PERIOD-INSURANCE   TO YTD-INSURANCE

           REWRITE F01-EMPLOYEE-RECORD
           MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
           PERFORM 931-JOURNAL-EMPLOYEE

           MOVE "AFTER" TO W03-SIDE-OUT
           PERFORM 420-WRITE-YTD-LINE
           CLOSE F01-PERIOD-FILE
                 F02-EMPLOYEE-FILE
                 F03-PRINT-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
