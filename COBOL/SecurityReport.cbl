       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecurityReport.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * WEEKLY SECURITY VIOLATION REVIEW FOR PAYROLL MANAGEMENT.
      * LISTS EVERY REFUSED SIGN-ON OR ROLE CHECK IN THE SECURITY
      * LOG FOR THE WEEK ENDING ON THE BUSINESS DATE, WITH COUNTS BY
      * REASON. THE WINDOW CAN BE RESET FROM THE ENVIRONMENT FOR A
      * SPECIAL REVIEW; A DATE THAT IS NOT YYYYMMDD REFUSES THE RUN
      * RATHER THAN PRINTING AN EMPTY LIST THAT LOOKS LIKE "NOTHING
      * REFUSED". ANY VIOLATION IN THE WINDOW ENDS THE STEP WITH A
      * WARNING SO THE REVIEW IS NOT MISSED. READ-ONLY - NO LOCK
       FILE-CONTROL.
      * SHARED SECURITY-VIOLATION LOG
           COPY SECSEL.

           SELECT F01-PRINT-FILE ASSIGN TO 'SecurityReview.out'
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

           COPY SECREC.

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

           COPY SECWS.

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(50) VALUE SPACES.
               10  PIC X(25)
                       VALUE "Security Violation Review".
           05  W02-SELECTION-LINE.
               10  PIC X(6)  VALUE "From: ".
               10  W02-FROM-OUT            PIC X(8).
               10  PIC X(6)  VALUE "  To: ".
               10  W02-TO-OUT              PIC X(8).
           05  W02-COLUMN-HEADING.
               10  PIC X(9)  VALUE "Date".
               10  PIC X(7)  VALUE "Time".
               10  PIC X(9)  VALUE "Operator".
               10  PIC X(5)  VALUE "Role".
               10  PIC X(21) VALUE "Program".
               10  PIC X(21) VALUE "Function".
               10  PIC X(30) VALUE "Refused Because".

       01 W03-DETAIL-LINE.
           05  W03-DATE-OUT                PIC X(8).
           05  PIC X     VALUE SPACE.
           05  W03-TIME-OUT                PIC X(6).
           05  PIC X     VALUE SPACE.
           05  W03-OPERATOR-OUT            PIC X(8).
           05  PIC X(2)  VALUE SPACES.
           05  W03-ROLE-OUT                PIC X.
           05  PIC X(2)  VALUE SPACES.
           05  W03-PROGRAM-OUT             PIC X(20).
           05  PIC X     VALUE SPACE.
           05  W03-FUNCTION-OUT            PIC X(20).
           05  PIC X     VALUE SPACE.
           05  W03-REASON-OUT              PIC X(30).

       01 W04-REFUSAL-LINE.
           05  PIC X(20) VALUE "** REVIEW REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(40).

       01 W05-REFUSAL-MSGS.
           05 W05-BAD-DATE-MSG             PIC X(40)
                   VALUE 'Dates must be YYYYMMDD'.
           05 W05-BAD-RANGE-MSG            PIC X(40)
                   VALUE 'From date is after to date'.

      * THE WINDOW - BLANK MEANS THE SEVEN DAYS ENDING ON THE
      * BUSINESS DATE
       01 W06-SELECTION.
           05  W06-FROM-DATE               PIC X(8)  VALUE SPACES.
           05  W06-TO-DATE                 PIC X(8)  VALUE SPACES.
           05  W06-WEEK-DAYS               PIC 9     VALUE 6.

       01 W07-RUN-COUNTS.
           05 W07-ROWS-READ        PIC 9(7)    VALUE ZERO.
           05 W07-ROWS-LISTED      PIC 9(7)    VALUE ZERO.

       01 W08-CONTROL-LINE.
           05  W08-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W08-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(83) VALUE SPACES.

      * ONE SLOT PER DISTINCT REASON SEEN IN THE WINDOW, IN ORDER OF
      * FIRST APPEARANCE. THE SIGN-ON CHECK GIVES ONLY A HANDFUL OF
      * REASONS; ANY BEYOND THE TABLE ARE COUNTED AS OTHER
       01 W09-REASON-TABLE.
           05  W09-REASON-ENTRY OCCURS 10 TIMES.
               10  W09-REASON-TEXT         PIC X(30).
               10  W09-REASON-COUNT        PIC 9(7).
       01 W09-REASON-CONTROLS.
           05  W09-REASON-USED             PIC 9(2)  VALUE ZERO.
           05  W09-REASON-SUB              PIC 9(2)  VALUE ZERO.
           05  W09-OTHER-COUNT             PIC 9(7)  VALUE ZERO.
           05  W09-MATCH-SWITCH            PIC X     VALUE "N".
               88  W09-REASON-MATCHED            VALUE "Y".

       01 W10-REASON-HEADING               PIC X(30)
               VALUE "Violations By Reason".

       01 W11-FOOTER.
           05  W11-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "SecurityReport" TO ABEND-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-SELECTION
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F01-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-LOG
               PERFORM 400-LIST-VIOLATION
                   UNTIL W01-END-OF-FILE
               IF W07-ROWS-LISTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY DATEPRC.

      * THE REVIEW WINDOW, FROM THE ENVIRONMENT. A BLANK TO DATE IS
      * THE BUSINESS DATE; A BLANK FROM DATE IS SIX DAYS BEFORE THE
      * TO DATE, GIVING A FULL WEEK
       090-GET-SELECTION.
           ACCEPT W06-FROM-DATE
               FROM ENVIRONMENT "SECURITY_FROM_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W06-TO-DATE
               FROM ENVIRONMENT "SECURITY_TO_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           IF W06-TO-DATE = SPACES
               MOVE RC-BUSINESS-DATE TO W06-TO-DATE
           END-IF

           EVALUATE TRUE
               WHEN W06-TO-DATE NOT NUMERIC
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-DATE-MSG TO W04-REFUSAL-REASON
               WHEN W06-FROM-DATE = SPACES
                   MOVE W06-TO-DATE TO DATE-CONV-YMD
                   PERFORM 920-CONVERT-DATE-TO-DAYS
                   SUBTRACT W06-WEEK-DAYS FROM DATE-CONV-DAYS
                   PERFORM 921-CONVERT-DAYS-TO-DATE
                   MOVE DATE-CONV-YMD TO W06-FROM-DATE
               WHEN W06-FROM-DATE NOT NUMERIC
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-DATE-MSG TO W04-REFUSAL-REASON
           END-EVALUATE

           IF NOT W01-RUN-REFUSED
               IF W06-FROM-DATE > W06-TO-DATE
                   SET W01-RUN-REFUSED TO TRUE
                   MOVE W05-BAD-RANGE-MSG TO W04-REFUSAL-REASON
               END-IF
           END-IF
           .

      * NO LOG YET MEANS NOTHING HAS EVER BEEN REFUSED - AN EMPTY
      * REVIEW, NOT AN ABEND
       100-OPEN-FILES.
           OPEN OUTPUT F01-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "SecurityReview.out" TO ABEND-FILE-NAME
           MOVE W20-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT SECURITY-LOG-FILE
           IF SEC-LOG-STATUS NOT = "05"
               MOVE "SecurityViolations.dat" TO ABEND-FILE-NAME
               MOVE SEC-LOG-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       200-WRITE-HEADINGS.
           WRITE F01-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F01-PRINT-RECORD FROM RC-HEADING-LINE

           MOVE W06-FROM-DATE TO W02-FROM-OUT
           MOVE W06-TO-DATE TO W02-TO-OUT
           WRITE F01-PRINT-RECORD FROM W02-SELECTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE F01-PRINT-RECORD FROM W02-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           .

       300-READ-LOG.
           READ SECURITY-LOG-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "SecurityViolations.dat" TO ABEND-FILE-NAME
           MOVE SEC-LOG-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * ONE LINE PER REFUSAL INSIDE THE WINDOW
       400-LIST-VIOLATION.
           ADD 1 TO W07-ROWS-READ
           IF SEC-LOG-DATE NOT < W06-FROM-DATE
                   AND SEC-LOG-DATE NOT > W06-TO-DATE
               PERFORM 410-WRITE-DETAIL-LINE
               PERFORM 420-COUNT-REASON
           END-IF
           PERFORM 300-READ-LOG
           .

       410-WRITE-DETAIL-LINE.
           MOVE SEC-LOG-DATE TO W03-DATE-OUT
           MOVE SEC-LOG-TIME(1:6) TO W03-TIME-OUT
           MOVE SEC-LOG-OPERATOR TO W03-OPERATOR-OUT
           MOVE SEC-LOG-ROLE TO W03-ROLE-OUT
           MOVE SEC-LOG-PROGRAM TO W03-PROGRAM-OUT
           MOVE SEC-LOG-FUNCTION TO W03-FUNCTION-OUT
           MOVE SEC-LOG-REASON TO W03-REASON-OUT

           WRITE F01-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "SecurityReview.out" TO ABEND-FILE-NAME
           MOVE W20-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W07-ROWS-LISTED
           .

       420-COUNT-REASON.
           MOVE "N" TO W09-MATCH-SWITCH
           PERFORM 425-MATCH-REASON
               VARYING W09-REASON-SUB FROM 1 BY 1
               UNTIL W09-REASON-SUB > W09-REASON-USED
                   OR W09-REASON-MATCHED

           IF NOT W09-REASON-MATCHED
               IF W09-REASON-USED < 10
                   ADD 1 TO W09-REASON-USED
                   MOVE SEC-LOG-REASON
                       TO W09-REASON-TEXT(W09-REASON-USED)
                   MOVE 1 TO W09-REASON-COUNT(W09-REASON-USED)
               ELSE
                   ADD 1 TO W09-OTHER-COUNT
               END-IF
           END-IF
           .

       425-MATCH-REASON.
           IF W09-REASON-TEXT(W09-REASON-SUB) = SEC-LOG-REASON
               ADD 1 TO W09-REASON-COUNT(W09-REASON-SUB)
               SET W09-REASON-MATCHED TO TRUE
           END-IF
           .

       500-WRITE-FOOTER.
           MOVE "Log Rows Read" TO W08-CONTROL-LABEL
           MOVE W07-ROWS-READ TO W08-CONTROL-COUNT
           WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Violations In Window" TO W08-CONTROL-LABEL
           MOVE W07-ROWS-LISTED TO W08-CONTROL-COUNT
           WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           IF W09-REASON-USED > ZERO
               WRITE F01-PRINT-RECORD FROM W10-REASON-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM 510-WRITE-REASON-COUNT
                   VARYING W09-REASON-SUB FROM 1 BY 1
                   UNTIL W09-REASON-SUB > W09-REASON-USED
               IF W09-OTHER-COUNT > ZERO
                   MOVE "Other" TO W08-CONTROL-LABEL
                   MOVE W09-OTHER-COUNT TO W08-CONTROL-COUNT
                   WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           WRITE F01-PRINT-RECORD FROM W11-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

       510-WRITE-REASON-COUNT.
           MOVE W09-REASON-TEXT(W09-REASON-SUB) TO W08-CONTROL-LABEL
           MOVE W09-REASON-COUNT(W09-REASON-SUB) TO W08-CONTROL-COUNT
           WRITE F01-PRINT-RECORD FROM W08-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "SecurityReport"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W07-ROWS-READ         TO AUDIT-RECORDS-READ
           MOVE W07-ROWS-LISTED       TO AUDIT-RECORDS-WRITTEN
           MOVE ZERO                  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE SECURITY-LOG-FILE
           CLOSE F01-PRINT-FILE
           .
