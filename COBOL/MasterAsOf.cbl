       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterAsOf.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * REBUILDS AN EMPLOYEE'S SSN MASTER AND ADDRESS MASTER RECORDS
      * AS THEY STOOD AT THE END OF ANY GIVEN DATE, FROM THE CHANGE
      * JOURNAL. EACH REQUEST CARRIES AN SSN AND A DATE; THE JOURNAL
      * IS WALKED BACK FROM THE MASTERS AS THEY STAND TODAY - A FIELD
      * CHANGED AFTER THE DATE TAKES THE BEFORE VALUE OF ITS FIRST
      * LATER CHANGE, ANY OTHER FIELD IS STILL AS IT IS ON THE
      * MASTER (OR, ONCE THE EMPLOYEE HAS BEEN DELETED, AS THE LAST
      * CHANGE ON OR BEFORE THE DATE LEFT IT). READ-ONLY - NO LOCK
       FILE-CONTROL.
           SELECT F01-REQUEST-FILE
               ASSIGN TO DYNAMIC W11-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-REQUEST-STATUS.

           SELECT F02-SSN-MASTER
               ASSIGN TO DYNAMIC W12-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F02-EMPLOYEE-SSN
               FILE STATUS IS W21-MASTER-STATUS.

      * OPTIONAL SO A SITE WITHOUT ADDRESSES STILL GETS THE SSN
      * MASTER FIELDS REBUILT
           SELECT OPTIONAL F03-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W13-ADDR-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS A01-ADDR-SSN
               FILE STATUS IS W22-ADDRESS-STATUS.

           SELECT F04-PRINT-FILE ASSIGN TO 'MasterAsOf.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-PRINT-STATUS.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS -
      * READ FROM THE TOP ONCE PER REQUEST
           COPY JRNLSEL.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
      * ONE REQUEST PER LINE: SSN AND AS-OF DATE (YYYYMMDD). A BLANK
      * DATE MEANS THE BUSINESS DATE
       FD  F01-REQUEST-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F01-REQUEST-RECORD.
       01  F01-REQUEST-RECORD.
           05  F01-REQ-SSN                 PIC X(9).
           05  F01-REQ-DATE                PIC X(8).

       FD  F02-SSN-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F02-EMPLOYEE-RECORD.

           COPY EMPREC REPLACING LEADING ==F01== BY ==F02==.

       FD  F03-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS A01-ADDRESS-RECORD.

           COPY ADDRREC.

       FD  F04-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(100).

           COPY JRNLREC.

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

           COPY JRNLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-REQUEST-STATUS       PIC XX VALUE SPACES.
       01 W21-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W22-ADDRESS-STATUS       PIC XX VALUE SPACES.
       01 W23-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-JOURNAL-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-END-OF-JOURNAL            VALUE "T".
           05  W01-ADDR-FILE-SWITCH        PIC X VALUE "Y".
               88  W01-ADDR-FILE-PRESENT         VALUE "Y".
           05  W01-MASTER-SWITCH           PIC X VALUE "N".
               88  W01-ON-MASTER                 VALUE "Y".
           05  W01-ADDRESS-SWITCH          PIC X VALUE "N".
               88  W01-ON-ADDRESS-MASTER         VALUE "Y".
           05  W01-REQUEST-SWITCH          PIC X VALUE "Y".
               88  W01-REQUEST-VALID             VALUE "Y".
           05  W01-ON-FILE-SWITCH          PIC X VALUE "N".
               88  W01-ON-FILE-AT-DATE           VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(25) VALUE SPACES.
               10  PIC X(30)
                       VALUE "Employee Master As Of A Date".
           05  W02-COLUMN-HEADING.
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(18) VALUE "Field".
               10  PIC X(32) VALUE "Value At Date".
               10  PIC X(7)  VALUE "Source".

      * ONE BLOCK PER REQUEST - THE REQUEST LINE, THEN THE REBUILT
      * FIELDS OR THE REASON NOTHING COULD BE SHOWN
       01 W03-REQUEST-LINE.
           05  PIC X(10) VALUE "Employee: ".
           05  W03-SSN-OUT                 PIC X(9).
           05  PIC X(10) VALUE "  As Of:  ".
           05  W03-DATE-OUT                PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(40).
           05  PIC X(21) VALUE SPACES.

       01 W04-RESULT-MSGS.
           05 W04-REBUILT-MSG              PIC X(40)
                   VALUE 'Rebuilt from master and journal'.
           05 W04-NOT-ON-FILE-MSG          PIC X(40)
                   VALUE 'Not on file at that date'.
           05 W04-BAD-SSN-MSG              PIC X(40)
                   VALUE 'SSN must be numeric'.
           05 W04-BAD-DATE-MSG             PIC X(40)
                   VALUE 'Date must be YYYYMMDD'.

       01 W05-FIELD-LINE.
           05  PIC X(2)  VALUE SPACES.
           05  W05-NAME-OUT                PIC X(16).
           05  PIC X(2)  VALUE SPACES.
           05  W05-VALUE-OUT               PIC X(30).
           05  PIC X(2)  VALUE SPACES.
           05  W05-SOURCE-OUT              PIC X(7).
           05  PIC X(41) VALUE SPACES.

      * THE REBUILT VALUE OF EACH JOURNALLED FIELD, IN THE SAME
      * ORDER AS THE JOURNAL'S FIELD TABLE. "FIXED" IS SET BY THE
      * FIRST CHANGE AFTER THE DATE - NOTHING LATER CAN MOVE IT
       01 W06-REBUILD-TABLE.
           05  W06-FIELD OCCURS 28 TIMES.
               10  W06-VALUE               PIC X(30).
               10  W06-SOURCE              PIC X(7).
               10  W06-FIXED-SWITCH        PIC X.
                   88  W06-FIXED                 VALUE "Y".
               10  W06-SEEN-SWITCH         PIC X.
                   88  W06-SEEN                  VALUE "Y".
               10  W06-LAST-VALUE          PIC X(30).

       01 W07-REQUEST-WORK.
           05  W07-SSN                     PIC 9(9) VALUE ZERO.
           05  W07-ASOF-DATE               PIC X(8) VALUE SPACES.
           05  W07-FIELD-SUB               PIC 9(2) VALUE ZERO.
           05  W07-FOUND-SUB               PIC 9(2) VALUE ZERO.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-REQUEST-FILE-NAME    PIC X(20)   VALUE "AsOfRequests.dat".
       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-ADDR-MASTER-NAME     PIC X(20)   VALUE "EmpAddress.dat".
       01 W14-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-RUN-COUNTS.
           05 W15-REQUESTS-READ    PIC 9(7)    VALUE ZERO.
           05 W15-REQUESTS-ANSWERED PIC 9(7)   VALUE ZERO.
           05 W15-REQUESTS-REJECTED PIC 9(7)   VALUE ZERO.
           05 W15-JOURNAL-ROWS-USED PIC 9(7)   VALUE ZERO.

       01 W16-CONTROL-LINE.
           05  W16-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W16-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W17-FOOTER.
           05  W17-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "MasterAsOf" TO ABEND-PROGRAM
           MOVE "MasterAsOf" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-REQUEST

           PERFORM 400-PROCESS-REQUEST
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

           IF W15-REQUESTS-REJECTED > ZERO
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

           COPY JRNLPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASOF_REQUEST_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W11-REQUEST-FILE-NAME
           END-IF

           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W12-MASTER-FILE-NAME
           END-IF

           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           ACCEPT W14-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "EMP_ADDRESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W13-ADDR-MASTER-NAME
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F01-REQUEST-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-REQUEST-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-REQUEST-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F02-SSN-MASTER
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F03-ADDRESS-MASTER
           IF W22-ADDRESS-STATUS = "05"
               MOVE "N" TO W01-ADDR-FILE-SWITCH
           ELSE
               MOVE W13-ADDR-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W22-ADDRESS-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F04-PRINT-FILE
           MOVE "MasterAsOf.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F04-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F04-PRINT-RECORD FROM RC-HEADING-LINE
           .

       300-READ-REQUEST.
           READ F01-REQUEST-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-REQUEST-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-REQUEST-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * CHECK THE REQUEST, START FROM THE MASTERS AS THEY STAND,
      * WALK THE JOURNAL, THEN PRINT WHAT THE RECORD HELD AT THE
      * DATE
       400-PROCESS-REQUEST.
           ADD 1 TO W15-REQUESTS-READ
           MOVE "Y" TO W01-REQUEST-SWITCH
           MOVE F01-REQ-DATE TO W07-ASOF-DATE
           IF W07-ASOF-DATE = SPACES
               MOVE RC-BUSINESS-DATE TO W07-ASOF-DATE
           END-IF

           IF F01-REQ-SSN NOT NUMERIC
               MOVE "N" TO W01-REQUEST-SWITCH
               MOVE W04-BAD-SSN-MSG TO W03-RESULT-OUT
           ELSE
               IF W07-ASOF-DATE NOT NUMERIC
                   MOVE "N" TO W01-REQUEST-SWITCH
                   MOVE W04-BAD-DATE-MSG TO W03-RESULT-OUT
               END-IF
           END-IF

           IF W01-REQUEST-VALID
               MOVE F01-REQ-SSN TO W07-SSN
               PERFORM 410-LOAD-CURRENT-VALUES
               PERFORM 420-WALK-JOURNAL
               PERFORM 430-RESOLVE-VALUES
               IF W01-ON-FILE-AT-DATE
                   MOVE W04-REBUILT-MSG TO W03-RESULT-OUT
               ELSE
                   MOVE W04-NOT-ON-FILE-MSG TO W03-RESULT-OUT
               END-IF
               ADD 1 TO W15-REQUESTS-ANSWERED
               PERFORM 450-WRITE-REQUEST-LINE
               IF W01-ON-FILE-AT-DATE
                   WRITE F04-PRINT-RECORD FROM W02-COLUMN-HEADING
                       AFTER ADVANCING 1 LINE
                   PERFORM 460-WRITE-FIELD-LINE
                       VARYING W07-FIELD-SUB FROM 1 BY 1
                       UNTIL W07-FIELD-SUB > 28
               END-IF
           ELSE
               ADD 1 TO W15-REQUESTS-REJECTED
               PERFORM 450-WRITE-REQUEST-LINE
           END-IF

           PERFORM 300-READ-REQUEST
           .

      * TODAY'S VALUES, EDITED THE SAME WAY THE JOURNAL EDITS THEM
      * SO THE TWO CAN STAND IN FOR EACH OTHER
       410-LOAD-CURRENT-VALUES.
           MOVE SPACES TO W06-REBUILD-TABLE
           MOVE SPACES TO JRN-AFTER-IMAGE

           MOVE "N" TO W01-MASTER-SWITCH
           MOVE W07-SSN TO F02-EMPLOYEE-SSN
           READ F02-SSN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO W01-MASTER-SWITCH
                   MOVE F02-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
           END-READ
           IF W01-ON-MASTER
               PERFORM 415-LOAD-ONE-VALUE
                   VARYING JRN-SUB FROM 1 BY 1
                   UNTIL JRN-SUB > 22
           END-IF

           MOVE "N" TO W01-ADDRESS-SWITCH
           IF W01-ADDR-FILE-PRESENT
               MOVE W07-SSN TO A01-ADDR-SSN
               READ F03-ADDRESS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO W01-ADDRESS-SWITCH
                       MOVE A01-ADDRESS-RECORD TO JRN-AFTER-IMAGE
               END-READ
           END-IF
           IF W01-ON-ADDRESS-MASTER
               PERFORM 415-LOAD-ONE-VALUE
                   VARYING JRN-SUB FROM 23 BY 1
                   UNTIL JRN-SUB > 28
           END-IF
           .

       415-LOAD-ONE-VALUE.
           MOVE JRN-TBL-OFFSET(JRN-SUB) TO JRN-OFFSET
           MOVE JRN-TBL-LENGTH(JRN-SUB) TO JRN-LENGTH
           MOVE SPACES TO JRN-RAW-VALUE
           MOVE JRN-AFTER-IMAGE(JRN-OFFSET:JRN-LENGTH)
               TO JRN-RAW-VALUE
           PERFORM 935-EDIT-VALUE
           MOVE JRN-EDITED-VALUE TO W06-VALUE(JRN-SUB)
           MOVE "Master" TO W06-SOURCE(JRN-SUB)
           .

      * A FRESH PASS OF THE JOURNAL FOR EVERY REQUEST. NO JOURNAL
      * YET MEANS NOTHING HAS CHANGED SINCE IT WAS STARTED
       420-WALK-JOURNAL.
           MOVE SPACES TO W01-JOURNAL-EOF-SWITCH
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF JRN-FILE-STATUS = "35"
               SET W01-END-OF-JOURNAL TO TRUE
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
               MOVE JRN-FILE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               PERFORM 425-READ-JOURNAL
           END-IF

           PERFORM 422-APPLY-JOURNAL-ROW
               UNTIL W01-END-OF-JOURNAL

           IF JRN-FILE-STATUS NOT = "35"
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           .

      * THE JOURNAL IS IN THE ORDER THE CHANGES WERE MADE, SO THE
      * FIRST ROW AFTER THE DATE FOR A FIELD IS THE ONE THAT FIXES
      * IT; EVERY ROW UP TO THE DATE OVERLAYS THE LAST ONE
       422-APPLY-JOURNAL-ROW.
           IF JRN-SSN = W07-SSN
               PERFORM 424-FIND-FIELD
               IF W07-FOUND-SUB > ZERO
                   ADD 1 TO W15-JOURNAL-ROWS-USED
                   IF JRN-CHANGE-DATE > W07-ASOF-DATE
                       IF NOT W06-FIXED(W07-FOUND-SUB)
                           MOVE "Y" TO W06-FIXED-SWITCH(W07-FOUND-SUB)
                           MOVE JRN-BEFORE-VALUE
                               TO W06-VALUE(W07-FOUND-SUB)
                           MOVE "Journal" TO W06-SOURCE(W07-FOUND-SUB)
                       END-IF
                   ELSE
                       MOVE "Y" TO W06-SEEN-SWITCH(W07-FOUND-SUB)
                       MOVE JRN-AFTER-VALUE
                           TO W06-LAST-VALUE(W07-FOUND-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 425-READ-JOURNAL
           .

       424-FIND-FIELD.
           MOVE ZERO TO W07-FOUND-SUB
           PERFORM 426-CHECK-FIELD-NAME
               VARYING JRN-SUB FROM 1 BY 1
               UNTIL JRN-SUB > 28 OR W07-FOUND-SUB > ZERO
           .

       426-CHECK-FIELD-NAME.
           IF JRN-TBL-NAME(JRN-SUB) = JRN-FIELD-NAME
               MOVE JRN-SUB TO W07-FOUND-SUB
           END-IF
           .

       425-READ-JOURNAL.
           READ CHANGE-JOURNAL-FILE
               AT END SET W01-END-OF-JOURNAL TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
           MOVE JRN-FILE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A FIELD NOT CHANGED SINCE THE DATE IS AS THE MASTER HOLDS IT
      * TODAY; IF THE RECORD HAS SINCE GONE FROM THE MASTER, IT IS
      * AS THE LAST CHANGE UP TO THE DATE LEFT IT
       430-RESOLVE-VALUES.
           MOVE "N" TO W01-ON-FILE-SWITCH
           PERFORM 435-RESOLVE-ONE-VALUE
               VARYING W07-FIELD-SUB FROM 1 BY 1
               UNTIL W07-FIELD-SUB > 28
           .

       435-RESOLVE-ONE-VALUE.
           IF NOT W06-FIXED(W07-FIELD-SUB)
               IF (W07-FIELD-SUB < 23 AND NOT W01-ON-MASTER)
                       OR (W07-FIELD-SUB > 22
                           AND NOT W01-ON-ADDRESS-MASTER)
                   IF W06-SEEN(W07-FIELD-SUB)
                       MOVE W06-LAST-VALUE(W07-FIELD-SUB)
                           TO W06-VALUE(W07-FIELD-SUB)
                       MOVE "Journal" TO W06-SOURCE(W07-FIELD-SUB)
                   END-IF
               END-IF
           END-IF
           IF W06-VALUE(W07-FIELD-SUB) NOT = SPACES
               MOVE "Y" TO W01-ON-FILE-SWITCH
           END-IF
           .

       450-WRITE-REQUEST-LINE.
           MOVE F01-REQ-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE W07-ASOF-DATE TO W03-DATE-OUT
           WRITE F04-PRINT-RECORD FROM W03-REQUEST-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "MasterAsOf.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE BANK DETAILS PRINT UNDER THE SAME MASKING RULES AS THE
      * MASTER INQUIRY - TRANSIT MASKED, ACCOUNT ONLY IN FULL DETAIL
       460-WRITE-FIELD-LINE.
           MOVE JRN-TBL-NAME(W07-FIELD-SUB) TO W05-NAME-OUT
           MOVE W06-VALUE(W07-FIELD-SUB) TO W05-VALUE-OUT
           MOVE W06-SOURCE(W07-FIELD-SUB) TO W05-SOURCE-OUT
           IF W05-VALUE-OUT NOT = SPACES
               EVALUATE JRN-TBL-NAME(W07-FIELD-SUB)
                   WHEN "BANK-TRANSIT"
                       MOVE W05-VALUE-OUT(1:9) TO MASK-ID-IN
                       PERFORM 910-MASK-ID-NUMBER
                       MOVE MASK-ID-OUT TO W05-VALUE-OUT
                   WHEN "BANK-ACCOUNT"
                       IF NOT MASK-FULL-DETAIL
                           MOVE "XXXXXXXXXXXX" TO W05-VALUE-OUT
                       END-IF
               END-EVALUATE
           END-IF
           WRITE F04-PRINT-RECORD FROM W05-FIELD-LINE
               AFTER ADVANCING 1 LINE
           .

       500-WRITE-FOOTER.
           MOVE "Requests Read" TO W16-CONTROL-LABEL
           MOVE W15-REQUESTS-READ TO W16-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Requests Answered" TO W16-CONTROL-LABEL
           MOVE W15-REQUESTS-ANSWERED TO W16-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Requests Rejected" TO W16-CONTROL-LABEL
           MOVE W15-REQUESTS-REJECTED TO W16-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Journal Rows Applied" TO W16-CONTROL-LABEL
           MOVE W15-JOURNAL-ROWS-USED TO W16-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F04-PRINT-RECORD FROM W17-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "MasterAsOf"          TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W15-REQUESTS-READ     TO AUDIT-RECORDS-READ
           MOVE W15-REQUESTS-ANSWERED TO AUDIT-RECORDS-WRITTEN
           MOVE W15-REQUESTS-REJECTED TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-REQUEST-FILE
                 F02-SSN-MASTER
                 F03-ADDRESS-MASTER
                 F04-PRINT-FILE
           .
