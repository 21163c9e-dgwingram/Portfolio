       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeListing.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * LISTS THE EMPLOYEE MASTER CHANGE JOURNAL IN THE ORDER THE
      * CHANGES WERE MADE, OPTIONALLY CUT DOWN TO ONE FIELD AND/OR A
      * RANGE OF CHANGE DATES. THE SELECTION COMES FROM THE
      * ENVIRONMENT; A FIELD NAME THE JOURNAL DOES NOT CARRY, OR A
      * DATE THAT IS NOT YYYYMMDD, REFUSES THE RUN RATHER THAN
      * PRINTING AN EMPTY LIST THAT LOOKS LIKE "NO CHANGES".
      * READ-ONLY - NO LOCK
       FILE-CONTROL.
      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

           SELECT F01-PRINT-FILE ASSIGN TO 'ChangeListing.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.

           COPY JRNLREC.

       FD  F01-PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS F01-PRINT-RECORD.
       01  F01-PRINT-RECORD                PIC X(132).

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
       01 W20-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-JOURNAL-SWITCH          PIC X VALUE "Y".
               88  W01-JOURNAL-PRESENT           VALUE "Y".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(50) VALUE SPACES.
               10  PIC X(30)
                       VALUE "Employee Master Change Listing".
           05  W02-SELECTION-LINE.
               10  PIC X(7)  VALUE "Field: ".
               10  W02-FIELD-OUT           PIC X(16).
               10  PIC X(8)  VALUE "  From: ".
               10  W02-FROM-OUT            PIC X(8).
               10  PIC X(6)  VALUE "  To: ".
               10  W02-TO-OUT              PIC X(8).
           05  W02-COLUMN-HEADING.
               10  PIC X(9)  VALUE "Date".
               10  PIC X(7)  VALUE "Time".
               10  PIC X(10) VALUE "SSN".
               10  PIC X(17) VALUE "Field".
               10  PIC X(31) VALUE "Before".
               10  PIC X(31) VALUE "After".
               10  PIC X(19) VALUE "Program".
               10  PIC X(8)  VALUE "Operator".

       01 W03-DETAIL-LINE.
           05  W03-DATE-OUT                PIC X(8).
           05  PIC X     VALUE SPACE.
           05  W03-TIME-OUT                PIC X(6).
           05  PIC X     VALUE SPACE.
           05  W03-SSN-OUT                 PIC X(9).
           05  PIC X     VALUE SPACE.
           05  W03-FIELD-OUT               PIC X(16).
           05  PIC X     VALUE SPACE.
           05  W03-BEFORE-OUT              PIC X(30).
           05  PIC X     VALUE SPACE.
           05  W03-AFTER-OUT               PIC X(30).
           05  PIC X     VALUE SPACE.
           05  W03-PROGRAM-OUT             PIC X(18).
           05  PIC X     VALUE SPACE.
           05  W03-OPERATOR-OUT            PIC X(8).

       01 W04-REFUSAL-LINE.
           05  PIC X(21) VALUE "** LISTING REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(40).

       01 W05-REFUSAL-MSGS.
           05 W05-BAD-FIELD-MSG            PIC X(40)
                   VALUE 'Field is not carried on the journal'.
           05 W05-BAD-DATE-MSG             PIC X(40)
                   VALUE 'Dates must be YYYYMMDD'.
           05 W05-BAD-RANGE-MSG            PIC X(40)
                   VALUE 'From date is after to date'.

      * THE SELECTION - A BLANK FIELD MEANS EVERY FIELD, BLANK DATES
      * MEAN FROM THE START OF THE JOURNAL / TO ITS END
       01 W06-SELECTION.
           05  W06-FIELD-NAME              PIC X(16) VALUE SPACES.
           05  W06-FROM-DATE               PIC X(8)  VALUE SPACES.
           05  W06-TO-DATE                 PIC X(8)  VALUE SPACES.
           05  W06-FIELD-FOUND-SWITCH      PIC X     VALUE "N".
               88  W06-FIELD-FOUND               VALUE "Y".

       01 W07-RUN-COUNTS.
           05 W07-ROWS-READ        PIC 9(7)    VALUE ZERO.
           05 W07-ROWS-LISTED      PIC 9(7)    VALUE ZERO.

       01 W08-CONTROL-LINE.
           05  W08-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W08-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(83) VALUE SPACES.

       01 W09-FOOTER.
           05  W09-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "ChangeListing" TO ABEND-PROGRAM
           MOVE "ChangeListing" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-SELECTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F01-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-JOURNAL
               PERFORM 400-LIST-CHANGE
                   UNTIL W01-END-OF-FILE
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * THE FIELD AND DATE RANGE TO LIST, FROM THE ENVIRONMENT. THE
      * FIELD NAME MUST BE ONE THE JOURNAL CARRIES
       090-GET-SELECTION.
           ACCEPT W06-FIELD-NAME
               FROM ENVIRONMENT "CHANGE_FIELD"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W06-FROM-DATE
               FROM ENVIRONMENT "CHANGE_FROM_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W06-TO-DATE
               FROM ENVIRONMENT "CHANGE_TO_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF W06-FROM-DATE = SPACES
               MOVE "00000000" TO W06-FROM-DATE
           END-IF
           IF W06-TO-DATE = SPACES
               MOVE "99999999" TO W06-TO-DATE
           END-IF

           IF W06-FIELD-NAME = SPACES
               SET W06-FIELD-FOUND TO TRUE
           ELSE
               PERFORM 095-CHECK-FIELD-NAME
                   VARYING JRN-SUB FROM 1 BY 1
                   UNTIL JRN-SUB > 28 OR W06-FIELD-FOUND
           END-IF

           EVALUATE TRUE
               WHEN NOT W06-FIELD-FOUND
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-FIELD-MSG TO W04-REFUSAL-REASON
               WHEN W06-FROM-DATE NOT NUMERIC
                       OR W06-TO-DATE NOT NUMERIC
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-DATE-MSG TO W04-REFUSAL-REASON
               WHEN W06-FROM-DATE > W06-TO-DATE
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-RANGE-MSG TO W04-REFUSAL-REASON
           END-EVALUATE
           .

       095-CHECK-FIELD-NAME.
           IF JRN-TBL-NAME(JRN-SUB) = W06-FIELD-NAME
               SET W06-FIELD-FOUND TO TRUE
           END-IF
           .

      * NO JOURNAL YET IS AN EMPTY LISTING, NOT AN ABEND
       100-OPEN-FILES.
           OPEN OUTPUT F01-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ChangeListing.out" TO ABEND-FILE-NAME
           MOVE W20-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT CHANGE-JOURNAL-FILE
           IF JRN-FILE-STATUS = "35"
               MOVE "N" TO W01-JOURNAL-SWITCH
               SET W01-END-OF-FILE TO TRUE
           ELSE
               MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
               MOVE JRN-FILE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       200-WRITE-HEADINGS.
           WRITE F01-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F01-PRINT-RECORD FROM RC-HEADING-LINE

           IF W06-FIELD-NAME = SPACES
               MOVE "All" TO W02-FIELD-OUT
           ELSE
               MOVE W06-FIELD-NAME TO W02-FIELD-OUT
           END-IF
           MOVE W06-FROM-DATE TO W02-FROM-OUT
           MOVE W06-TO-DATE TO W02-TO-OUT
           WRITE F01-PRINT-RECORD FROM W02-SELECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE F01-PRINT-RECORD FROM W02-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           .

       300-READ-JOURNAL.
           IF W01-JOURNAL-PRESENT
               READ CHANGE-JOURNAL-FILE
                   AT END SET W01-END-OF-FILE TO TRUE
               END-READ
               MOVE "READ" TO ABEND-OPERATION
               MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
               MOVE JRN-FILE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

      * ONE LINE PER JOURNAL ROW INSIDE THE SELECTION
       400-LIST-CHANGE.
           ADD 1 TO W07-ROWS-READ
           IF (W06-FIELD-NAME = SPACES
                   OR JRN-FIELD-NAME = W06-FIELD-NAME)
                   AND JRN-CHANGE-DATE NOT < W06-FROM-DATE
                   AND JRN-CHANGE-DATE NOT > W06-TO-DATE
               PERFORM 410-WRITE-DETAIL-LINE
           END-IF
           PERFORM 300-READ-JOURNAL
           .

      * THE SSN AND BANK DETAILS PRINT UNDER THE SHARED MASKING
      * RULES - TRANSIT MASKED, ACCOUNT ONLY IN FULL DETAIL
       410-WRITE-DETAIL-LINE.
           MOVE JRN-CHANGE-DATE TO W03-DATE-OUT
           MOVE JRN-CHANGE-TIME(1:6) TO W03-TIME-OUT
           MOVE JRN-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE JRN-FIELD-NAME TO W03-FIELD-OUT
           MOVE JRN-BEFORE-VALUE TO W03-BEFORE-OUT
           MOVE JRN-AFTER-VALUE TO W03-AFTER-OUT
           MOVE JRN-PROGRAM TO W03-PROGRAM-OUT
           MOVE JRN-OPERATOR TO W03-OPERATOR-OUT

           EVALUATE JRN-FIELD-NAME
               WHEN "BANK-TRANSIT"
                   IF W03-BEFORE-OUT NOT = SPACES
                       MOVE W03-BEFORE-OUT(1:9) TO MASK-ID-IN
                       PERFORM 910-MASK-ID-NUMBER
                       MOVE MASK-ID-OUT TO W03-BEFORE-OUT
                   END-IF
                   IF W03-AFTER-OUT NOT = SPACES
                       MOVE W03-AFTER-OUT(1:9) TO MASK-ID-IN
                       PERFORM 910-MASK-ID-NUMBER
                       MOVE MASK-ID-OUT TO W03-AFTER-OUT
                   END-IF
               WHEN "BANK-ACCOUNT"
                   IF NOT MASK-FULL-DETAIL
                       IF W03-BEFORE-OUT NOT = SPACES
                           MOVE "XXXXXXXXXXXX" TO W03-BEFORE-OUT
                       END-IF
                       IF W03-AFTER-OUT NOT = SPACES
                           MOVE "XXXXXXXXXXXX" TO W03-AFTER-OUT
                       END-IF
                   END-IF
           END-EVALUATE

           WRITE F01-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ChangeListing.out" TO ABEND-FILE-NAME
           MOVE W20-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W07-ROWS-LISTED
           .

       500-WRITE-FOOTER.
           MOVE "Journal Rows Read" TO W08-CONTROL-LABEL
           MOVE W07-ROWS-READ TO W08-CONTROL-COUNT
           WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Changes Listed" TO W08-CONTROL-LABEL
           MOVE W07-ROWS-LISTED TO W08-CONTROL-COUNT
           WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F01-PRINT-RECORD FROM W09-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "ChangeListing"       TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W07-ROWS-READ         TO AUDIT-RECORDS-READ
           MOVE W07-ROWS-LISTED       TO AUDIT-RECORDS-WRITTEN
           MOVE ZERO                  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF W01-JOURNAL-PRESENT
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           CLOSE F01-PRINT-FILE
           .
