       IDENTIFICATION DIVISION.
       PROGRAM-ID. FormLetters.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PERSONALIZED FORM LETTERS FOR HR MAILINGS. A LETTER TEMPLATE
      * CARRYING SUBSTITUTION MARKERS IS MERGED WITH EVERY ADDRESS-
      * MASTER RECORD JOINED TO ITS SSN-MASTER RECORD, THE SAME JOIN
      * THE LABEL RUN'S EMPLOYEE MODE MAKES. THE MARKERS ARE
      *     <NAME>  <FIRST>  <STREET>  <CITY>  <PROV>  <POSTCODE>
      *     <DEPT>  <HIREDATE>
      * RECIPIENTS ARE PICKED BY DEPARTMENT (LETTER_DEPT), EMPLOYMENT
      * STATUS (LETTER_STATUS A/T) AND PAY METHOD (LETTER_PAY_METHOD
      * E/C) - A BLANK SELECTION TAKES EVERYONE. ADDRESSES FLAGGED
      * UNDELIVERABLE ARE SKIPPED AND LISTED. LETTERS COME OUT IN THE
      * LABEL RUN'S PRESORT ORDER (COUNTRY, PROVINCE, POSTAL CODE,
      * STREET, CASE-FOLDED) SO LETTERS AND ENVELOPES STAY MATCHED
       FILE-CONTROL.
           SELECT F01-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W26-ADDR-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-ADDR-SSN
               FILE STATUS IS W39-ADDR-MASTER-STATUS.

           SELECT F02-EMP-MASTER
               ASSIGN TO DYNAMIC W27-EMP-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F02-EMPLOYEE-SSN
               FILE STATUS IS W40-EMP-MASTER-STATUS.

           SELECT F03-TEMPLATE-FILE
               ASSIGN TO DYNAMIC W13-TEMPLATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W32-TEMPLATE-STATUS.

           SELECT F04-LETTER-FILE
               ASSIGN TO DYNAMIC W14-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W33-LETTER-STATUS.

      * SELECTION IN FORCE, SKIPPED RECIPIENTS AND THE RUN COUNTS
           SELECT F05-CONTROL-FILE ASSIGN TO 'LetterControl.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W34-CONTROL-STATUS.

           SELECT SD-SORT-FILE ASSIGN TO 'SORTWORK.TMP'.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F01-ADDRESS-RECORD.

           COPY ADDRREC REPLACING LEADING ==A01== BY ==F01==.

       FD  F02-EMP-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F02-EMPLOYEE-RECORD.

           COPY EMPREC REPLACING LEADING ==F01== BY ==F02==.

       FD  F03-TEMPLATE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F03-TEMPLATE-RECORD.
       01  F03-TEMPLATE-RECORD             PIC X(80).

       FD  F04-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-LETTER-RECORD.
       01  F04-LETTER-RECORD               PIC X(80).

       FD  F05-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-CONTROL-RECORD.
       01  F05-CONTROL-RECORD              PIC X(80).

      * ONE SELECTED RECIPIENT - THE CASE-FOLDED PRESORT KEYS THE
      * LABEL RUN SORTS ON, FOLLOWED BY THE MERGE FIELDS
       SD  SD-SORT-FILE
           DATA RECORD IS SD-SORT-RECORD.
       01  SD-SORT-RECORD.
           05  SD-SORT-FOLDED-KEYS.
               10  SD-SORT-CNTRY-FOLDED    PIC X(2).
               10  SD-SORT-PROV-FOLDED     PIC X(2).
               10  SD-SORT-POSTCD-FOLDED   PIC X(10).
               10  SD-SORT-STREET-FOLDED   PIC X(30).
           05  SD-SORT-MERGE-DATA.
               10  SD-SORT-FIRST-NAME      PIC X(12).
               10  SD-SORT-LAST-NAME       PIC X(14).
               10  SD-SORT-STREET          PIC X(30).
               10  SD-SORT-CITY            PIC X(10).
               10  SD-SORT-PROV            PIC X(2).
               10  SD-SORT-POSTCD          PIC X(10).
               10  SD-SORT-DEPT            PIC X(4).
               10  SD-SORT-HIRE-DATE       PIC X(8).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY MASKWS.

           COPY SECWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W32-TEMPLATE-STATUS      PIC XX VALUE SPACES.
       01 W33-LETTER-STATUS        PIC XX VALUE SPACES.
       01 W34-CONTROL-STATUS       PIC XX VALUE SPACES.
       01 W39-ADDR-MASTER-STATUS   PIC XX VALUE SPACES.
       01 W40-EMP-MASTER-STATUS    PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH               PIC X VALUE SPACES.
               88  W01-END-OF-FILE                 VALUE "T".
           05  W01-REFUSED-SWITCH           PIC X VALUE "N".
               88  W01-RUN-REFUSED                 VALUE "Y".
           05  W01-SELECTED-SWITCH          PIC X VALUE SPACES.
               88  W01-SELECTED                    VALUE "Y".
               88  W01-NOT-SELECTED                VALUE "N".

       01 W02-HEADINGS.
           05  W02-CONTROL-HEADING.
               10  PIC X(24) VALUE SPACES.
               10  PIC X(26)
                       VALUE "Form Letter Merge Control".
           05  W02-SELECTION-LINE.
               10  PIC X(18) VALUE "Selection - Dept: ".
               10  W02-DEPT-OUT             PIC X(4).
               10  PIC X(10) VALUE "  Status: ".
               10  W02-STATUS-OUT           PIC X.
               10  PIC X(14) VALUE "  Pay Method: ".
               10  W02-PAY-METHOD-OUT       PIC X.
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(10) VALUE "Template: ".
               10  W02-TEMPLATE-OUT         PIC X(20).
           05  W02-SKIP-COLUMNS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(4)  VALUE "Name".
               10  PIC X(24) VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-SKIP-DETAIL.
           05  W03-SKIP-SSN                 PIC X(9).
           05                               PIC X(2)  VALUE SPACES.
           05  W03-SKIP-NAME                PIC X(26).
           05                               PIC X(2)  VALUE SPACES.
           05  W03-SKIP-REASON              PIC X(34).
           05                               PIC X(7)  VALUE SPACES.

       01 W04-MESSAGES.
           05 W04-UNDELIV-MSG               PIC X(34)
                   VALUE 'Address flagged undeliverable'.
           05 W04-NOTFOUND-MSG              PIC X(34)
                   VALUE 'SSN not on employee master'.
           05 W04-EMPTY-TEMPLATE-MSG        PIC X(45)
                   VALUE 'Letter template file is empty'.
           05 W04-LONG-TEMPLATE-MSG         PIC X(45)
                   VALUE 'Letter template longer than 60 lines'.
           05 W04-BAD-STATUS-MSG            PIC X(45)
                   VALUE 'LETTER_STATUS must be A, T or blank'.
           05 W04-BAD-PAY-METHOD-MSG        PIC X(45)
                   VALUE 'LETTER_PAY_METHOD must be E, C or blank'.

       01 W05-REFUSAL-LINE.
           05  PIC X(17) VALUE "** RUN REFUSED - ".
           05  W05-REFUSAL-REASON           PIC X(45).

      * THE LETTER TEMPLATE, HELD WHOLE FOR THE LIFE OF THE RUN
       01 W06-TEMPLATE-TABLE.
           05  W06-TEMPLATE-LINE            PIC X(80) OCCURS 60 TIMES.

       01 W07-TEMPLATE-COUNT                PIC 9(3)  VALUE ZERO.
       01 W07-TEMPLATE-IDX                  PIC 9(3)  VALUE ZERO.

      * ONE TEMPLATE LINE BEING MERGED - THE INPUT SIDE IS PADDED SO
      * A MARKER TEST NEAR THE END OF THE LINE STAYS IN BOUNDS
       01 W08-MERGE-WORK.
           05  W08-IN-LINE                  PIC X(90).
           05  W08-OUT-LINE                 PIC X(80).
           05  W08-IN-POS                   PIC 9(3).
           05  W08-OUT-POS                  PIC 9(3).

      * THE CURRENT RECIPIENT'S VALUES FOR EACH MARKER
       01 W09-MERGE-VALUES.
           05  W09-NAME-VALUE               PIC X(30).
           05  W09-FIRST-VALUE              PIC X(20).
           05  W09-CITY-VALUE               PIC X(20).
           05  W09-HIRE-DATE-VALUE.
               10  W09-HIRE-YYYY            PIC X(4).
               10                           PIC X     VALUE "-".
               10  W09-HIRE-MM              PIC X(2).
               10                           PIC X     VALUE "-".
               10  W09-HIRE-DD              PIC X(2).

      * SCRATCH AREA FOR TITLE-CASING NAME AND CITY FIELDS, AS THE
      * LABEL RUN PRINTS THEM
       01 W10-CASE-WORK.
           05  W10-CASE-TEXT                PIC X(20).
           05  W10-CASE-IDX                 PIC 99.
           05  W10-CASE-SWITCH              PIC X.
               88  W10-AT-WORD-START              VALUE "Y".
               88  W10-IN-WORD                    VALUE "N".

      * RECIPIENT SELECTION, OVERRIDABLE FROM THE ENVIRONMENT - BLANK
      * TAKES EVERYONE
       01 W11-SELECTION.
           05  W11-SELECT-DEPT              PIC X(4)  VALUE SPACES.
           05  W11-SELECT-STATUS            PIC X     VALUE SPACE.
               88  W11-STATUS-VALID               VALUES "A" "T" SPACE.
           05  W11-SELECT-PAY-METHOD        PIC X     VALUE SPACE.
               88  W11-PAY-METHOD-VALID           VALUES "E" "C" SPACE.

      * READ/WRITTEN/REJECTED COUNTS FOR THE SHARED AUDIT LOG - READ
      * IS THE RECIPIENTS SELECTED, SO READ STILL EQUALS WRITTEN
      * PLUS REJECTED FOR THE BALANCE STEP
       01 W12-RUN-COUNTS.
           05 W12-ADDRESSES-READ   PIC 9(7)    VALUE ZERO.
           05 W12-NOT-SELECTED     PIC 9(7)    VALUE ZERO.
           05 W12-UNDELIVERABLE    PIC 9(7)    VALUE ZERO.
           05 W12-NOT-FOUND        PIC 9(7)    VALUE ZERO.
           05 W12-LETTERS-WRITTEN  PIC 9(7)    VALUE ZERO.
           05 W12-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W12-RECORDS-REJECTED PIC 9(7)    VALUE ZERO.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W13-TEMPLATE-FILE-NAME   PIC X(20)
                                   VALUE "LetterTemplate.txt".
       01 W14-LETTER-FILE-NAME     PIC X(20)   VALUE "FormLetters.out".
       01 W15-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W26-ADDR-MASTER-NAME     PIC X(20)   VALUE "EmpAddress.dat".
       01 W27-EMP-MASTER-NAME      PIC X(20)   VALUE "Asst3.dat".

       01 W16-CONTROL-LINE.
           05  W16-CONTROL-LABEL            PIC X(38).
           05                               PIC X(4)  VALUE SPACES.
           05  W16-CONTROL-COUNT            PIC ZZZZZZ9.
           05                               PIC X(31) VALUE SPACES.

       01 W17-FOOTER.
           05  W17-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "FormLetters" TO ABEND-PROGRAM
           MOVE "FormLetters" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-TEMPLATE
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F05-CONTROL-RECORD FROM W05-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SD-SORT-FILE
                   ON ASCENDING KEY SD-SORT-CNTRY-FOLDED
                   ON ASCENDING KEY SD-SORT-PROV-FOLDED
                   ON ASCENDING KEY SD-SORT-POSTCD-FOLDED
                   ON ASCENDING KEY SD-SORT-STREET-FOLDED
                   INPUT PROCEDURE IS 300-RELEASE-RECIPIENTS
                   OUTPUT PROCEDURE IS 400-PRINT-LETTERS
               IF W12-RECORDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES AND THE RECIPIENT SELECTION FROM
      * THE ENVIRONMENT, IF SET
       090-GET-PARAMETERS.
           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "LETTER_TEMPLATE_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W13-TEMPLATE-FILE-NAME
           END-IF

           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "LETTER_OUTPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W14-LETTER-FILE-NAME
           END-IF

           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "EMP_ADDRESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W26-ADDR-MASTER-NAME
           END-IF

           MOVE SPACES TO W15-FILE-NAME-OVERRIDE
           ACCEPT W15-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W15-FILE-NAME-OVERRIDE TO W27-EMP-MASTER-NAME
           END-IF

           ACCEPT W11-SELECT-DEPT
               FROM ENVIRONMENT "LETTER_DEPT"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W11-SELECT-STATUS
               FROM ENVIRONMENT "LETTER_STATUS"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W11-SELECT-PAY-METHOD
               FROM ENVIRONMENT "LETTER_PAY_METHOD"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           INSPECT W11-SELECTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      * A MISTYPED SELECTION WOULD QUIETLY MAIL NOBODY (OR EVERYBODY)
           IF NOT W11-STATUS-VALID
               SET W01-RUN-REFUSED TO TRUE
               MOVE W04-BAD-STATUS-MSG TO W05-REFUSAL-REASON
           END-IF
           IF NOT W11-PAY-METHOD-VALID
               SET W01-RUN-REFUSED TO TRUE
               MOVE W04-BAD-PAY-METHOD-MSG TO W05-REFUSAL-REASON
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F03-TEMPLATE-FILE
                OUTPUT F04-LETTER-FILE
                OUTPUT F05-CONTROL-FILE

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W13-TEMPLATE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W32-TEMPLATE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE W14-LETTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W33-LETTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "LetterControl.out" TO ABEND-FILE-NAME
           MOVE W34-CONTROL-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * HOLD THE WHOLE TEMPLATE - AN EMPTY OR OVERLONG ONE REFUSES
      * THE RUN RATHER THAN MAILING BLANK OR CUT-OFF LETTERS
       110-LOAD-TEMPLATE.
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 111-READ-TEMPLATE-LINE
           PERFORM 112-STORE-TEMPLATE-LINE
               UNTIL W01-END-OF-FILE
           MOVE SPACES TO W01-EOF-SWITCH

           IF W07-TEMPLATE-COUNT = ZERO
               SET W01-RUN-REFUSED TO TRUE
               MOVE W04-EMPTY-TEMPLATE-MSG TO W05-REFUSAL-REASON
           END-IF
           IF W07-TEMPLATE-COUNT > 60
               SET W01-RUN-REFUSED TO TRUE
               MOVE W04-LONG-TEMPLATE-MSG TO W05-REFUSAL-REASON
           END-IF
           .

       111-READ-TEMPLATE-LINE.
           READ F03-TEMPLATE-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W13-TEMPLATE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W32-TEMPLATE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       112-STORE-TEMPLATE-LINE.
           ADD 1 TO W07-TEMPLATE-COUNT
           IF W07-TEMPLATE-COUNT NOT > 60
               MOVE F03-TEMPLATE-RECORD
                   TO W06-TEMPLATE-LINE(W07-TEMPLATE-COUNT)
           END-IF

           PERFORM 111-READ-TEMPLATE-LINE
           .

       200-WRITE-HEADINGS.
           MOVE W11-SELECT-DEPT TO W02-DEPT-OUT
           MOVE W11-SELECT-STATUS TO W02-STATUS-OUT
           MOVE W11-SELECT-PAY-METHOD TO W02-PAY-METHOD-OUT
           MOVE W13-TEMPLATE-FILE-NAME TO W02-TEMPLATE-OUT

           WRITE F05-CONTROL-RECORD FROM W02-CONTROL-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F05-CONTROL-RECORD FROM RC-HEADING-LINE
           WRITE F05-CONTROL-RECORD FROM W02-SELECTION-LINE
           WRITE F05-CONTROL-RECORD FROM W02-SKIP-COLUMNS
               AFTER ADVANCING 2 LINES
           .

      * FEED THE SORT: JOIN EACH ADDRESS-MASTER RECORD TO ITS
      * EMPLOYEE, APPLY THE SELECTION, AND RELEASE THE MAILABLE ONES
      * WITH THE LABEL RUN'S FOLDED PRESORT KEYS
       300-RELEASE-RECIPIENTS.
           OPEN INPUT F01-ADDRESS-MASTER
                INPUT F02-EMP-MASTER

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W26-ADDR-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W39-ADDR-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE W27-EMP-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W40-EMP-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 310-READ-ADDRESS-RECORD
           PERFORM 320-JOIN-ONE-ADDRESS
               UNTIL W01-END-OF-FILE

           CLOSE F01-ADDRESS-MASTER
                 F02-EMP-MASTER
           MOVE SPACES TO W01-EOF-SWITCH
           .

       310-READ-ADDRESS-RECORD.
           READ F01-ADDRESS-MASTER
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W26-ADDR-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W39-ADDR-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE SELECTION IS APPLIED BEFORE THE UNDELIVERABLE TEST, SO
      * ONLY PEOPLE WHO WOULD HAVE BEEN MAILED ARE LISTED AS SKIPPED
       320-JOIN-ONE-ADDRESS.
           ADD 1 TO W12-ADDRESSES-READ
           MOVE F01-ADDR-SSN TO F02-EMPLOYEE-SSN
           READ F02-EMP-MASTER
               INVALID KEY
                   PERFORM 350-LIST-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 330-CHECK-SELECTION
                   IF W01-NOT-SELECTED
                       ADD 1 TO W12-NOT-SELECTED
                   ELSE
                       ADD 1 TO W12-RECORDS-READ
                       IF F01-ADDR-UNDELIVERABLE
                           PERFORM 355-LIST-UNDELIVERABLE
                       ELSE
                           PERFORM 340-RELEASE-RECIPIENT
                       END-IF
                   END-IF
           END-READ

           PERFORM 310-READ-ADDRESS-RECORD
           .

       330-CHECK-SELECTION.
           SET W01-SELECTED TO TRUE
           IF W11-SELECT-DEPT NOT = SPACES
                   AND F02-DEPT-CODE NOT = W11-SELECT-DEPT
               SET W01-NOT-SELECTED TO TRUE
           END-IF
           IF W11-SELECT-STATUS = "A" AND NOT F02-EMP-ACTIVE
               SET W01-NOT-SELECTED TO TRUE
           END-IF
           IF W11-SELECT-STATUS = "T" AND NOT F02-EMP-TERMINATED
               SET W01-NOT-SELECTED TO TRUE
           END-IF
           IF W11-SELECT-PAY-METHOD NOT = SPACE
                   AND F02-PAY-METHOD NOT = W11-SELECT-PAY-METHOD
               SET W01-NOT-SELECTED TO TRUE
           END-IF
           .

       340-RELEASE-RECIPIENT.
           MOVE F01-ADDR-COUNTRY TO SD-SORT-CNTRY-FOLDED
           MOVE F01-ADDR-PROV TO SD-SORT-PROV-FOLDED
           MOVE F01-ADDR-POSTCD TO SD-SORT-POSTCD-FOLDED
           MOVE F01-ADDR-STREET TO SD-SORT-STREET-FOLDED
           INSPECT SD-SORT-FOLDED-KEYS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      * BLANK COUNTRY SORTS WITH "CA", AS ON THE LABEL RUN
           IF SD-SORT-CNTRY-FOLDED = SPACES
               MOVE "CA" TO SD-SORT-CNTRY-FOLDED
           END-IF

           MOVE F02-FIRST-NAME TO SD-SORT-FIRST-NAME
           MOVE F02-LAST-NAME TO SD-SORT-LAST-NAME
           MOVE F01-ADDR-STREET TO SD-SORT-STREET
           MOVE F01-ADDR-CITY TO SD-SORT-CITY
           MOVE F01-ADDR-PROV TO SD-SORT-PROV
           MOVE F01-ADDR-POSTCD TO SD-SORT-POSTCD
           MOVE F02-DEPT-CODE TO SD-SORT-DEPT
           MOVE F02-HIRE-DATE TO SD-SORT-HIRE-DATE
           RELEASE SD-SORT-RECORD
           .

      * AN ADDRESS-MASTER SSN WITH NO EMPLOYEE RECORD CANNOT BE
      * SELECTED OR MERGED - IT IS LISTED FOR HR TO CLEAR UP
       350-LIST-NOT-FOUND.
           MOVE SPACES TO W03-SKIP-NAME
           MOVE W04-NOTFOUND-MSG TO W03-SKIP-REASON
           PERFORM 360-WRITE-SKIP-LINE
           ADD 1 TO W12-NOT-FOUND
           ADD 1 TO W12-RECORDS-READ
           .

       355-LIST-UNDELIVERABLE.
           MOVE SPACES TO W03-SKIP-NAME
           STRING F02-FIRST-NAME DELIMITED BY "  "
                  " "            DELIMITED BY SIZE
                  F02-LAST-NAME  DELIMITED BY "  "
               INTO W03-SKIP-NAME
           END-STRING
           MOVE W04-UNDELIV-MSG TO W03-SKIP-REASON
           PERFORM 360-WRITE-SKIP-LINE
           ADD 1 TO W12-UNDELIVERABLE
           .

       360-WRITE-SKIP-LINE.
           MOVE F01-ADDR-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SKIP-SSN

           WRITE F05-CONTROL-RECORD FROM W03-SKIP-DETAIL
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "LetterControl.out" TO ABEND-FILE-NAME
           MOVE W34-CONTROL-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W12-RECORDS-REJECTED
           .

      * DRAIN THE SORT: ONE LETTER PER RECIPIENT, EACH ON A NEW PAGE
       400-PRINT-LETTERS.
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 405-RETURN-RECIPIENT
               UNTIL W01-END-OF-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           .

       405-RETURN-RECIPIENT.
           RETURN SD-SORT-FILE
               AT END
                   SET W01-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 410-WRITE-ONE-LETTER
           END-RETURN
           .

       410-WRITE-ONE-LETTER.
           PERFORM 415-SET-MERGE-VALUES
           PERFORM 420-MERGE-TEMPLATE-LINE
               VARYING W07-TEMPLATE-IDX FROM 1 BY 1
               UNTIL W07-TEMPLATE-IDX > W07-TEMPLATE-COUNT
           ADD 1 TO W12-LETTERS-WRITTEN
           .

      * NAME AND CITY ARE TITLE-CASED THE WAY THE LABELS PRINT THEM
       415-SET-MERGE-VALUES.
           MOVE SD-SORT-FIRST-NAME TO W10-CASE-TEXT
           PERFORM 431-TITLE-CASE-TEXT
           MOVE W10-CASE-TEXT TO W09-FIRST-VALUE

           MOVE SD-SORT-LAST-NAME TO W10-CASE-TEXT
           PERFORM 431-TITLE-CASE-TEXT
           MOVE SPACES TO W09-NAME-VALUE
           STRING W09-FIRST-VALUE DELIMITED BY "  "
                  " "             DELIMITED BY SIZE
                  W10-CASE-TEXT   DELIMITED BY "  "
               INTO W09-NAME-VALUE
           END-STRING

           MOVE SD-SORT-CITY TO W10-CASE-TEXT
           PERFORM 431-TITLE-CASE-TEXT
           MOVE W10-CASE-TEXT TO W09-CITY-VALUE

           MOVE SD-SORT-HIRE-DATE(1:4) TO W09-HIRE-YYYY
           MOVE SD-SORT-HIRE-DATE(5:2) TO W09-HIRE-MM
           MOVE SD-SORT-HIRE-DATE(7:2) TO W09-HIRE-DD
           .

      * COPY ONE TEMPLATE LINE ACROSS, REPLACING EACH MARKER WITH THE
      * RECIPIENT'S VALUE; A LINE THAT GROWS PAST 80 IS CUT OFF
       420-MERGE-TEMPLATE-LINE.
           MOVE W06-TEMPLATE-LINE(W07-TEMPLATE-IDX) TO W08-IN-LINE
           MOVE SPACES TO W08-OUT-LINE
           MOVE 1 TO W08-IN-POS
           MOVE 1 TO W08-OUT-POS
           PERFORM 425-MERGE-ONE-POSITION
               UNTIL W08-IN-POS > 80

           IF W07-TEMPLATE-IDX = 1
               WRITE F04-LETTER-RECORD FROM W08-OUT-LINE
                   AFTER ADVANCING PAGE
           ELSE
               WRITE F04-LETTER-RECORD FROM W08-OUT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE W14-LETTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W33-LETTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       425-MERGE-ONE-POSITION.
           EVALUATE TRUE
               WHEN W08-IN-LINE(W08-IN-POS:6) = "<NAME>"
                   STRING W09-NAME-VALUE DELIMITED BY "  "
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 6 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:7) = "<FIRST>"
                   STRING W09-FIRST-VALUE DELIMITED BY "  "
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 7 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:8) = "<STREET>"
                   STRING SD-SORT-STREET DELIMITED BY "  "
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 8 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:6) = "<CITY>"
                   STRING W09-CITY-VALUE DELIMITED BY "  "
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 6 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:6) = "<PROV>"
                   STRING SD-SORT-PROV DELIMITED BY SIZE
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 6 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:10) = "<POSTCODE>"
                   STRING SD-SORT-POSTCD DELIMITED BY "  "
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 10 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:6) = "<DEPT>"
                   STRING SD-SORT-DEPT DELIMITED BY SPACE
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 6 TO W08-IN-POS
               WHEN W08-IN-LINE(W08-IN-POS:10) = "<HIREDATE>"
                   STRING W09-HIRE-DATE-VALUE DELIMITED BY SIZE
                       INTO W08-OUT-LINE WITH POINTER W08-OUT-POS
                   END-STRING
                   ADD 10 TO W08-IN-POS
               WHEN OTHER
                   IF W08-OUT-POS NOT > 80
                       MOVE W08-IN-LINE(W08-IN-POS:1)
                           TO W08-OUT-LINE(W08-OUT-POS:1)
                       ADD 1 TO W08-OUT-POS
                   END-IF
                   ADD 1 TO W08-IN-POS
           END-EVALUATE
           .

       431-TITLE-CASE-TEXT.
           INSPECT W10-CASE-TEXT CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

           SET W10-AT-WORD-START TO TRUE
           PERFORM 432-TITLE-CASE-CHAR
               VARYING W10-CASE-IDX FROM 1 BY 1
               UNTIL W10-CASE-IDX > 20
           .

       432-TITLE-CASE-CHAR.
           IF W10-CASE-TEXT(W10-CASE-IDX:1) = SPACE
               SET W10-AT-WORD-START TO TRUE
           ELSE
               IF W10-AT-WORD-START
                   INSPECT W10-CASE-TEXT(W10-CASE-IDX:1) CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               SET W10-IN-WORD TO TRUE
           END-IF
           .

       500-WRITE-FOOTER.
           MOVE "Address Records Read" TO W16-CONTROL-LABEL
           MOVE W12-ADDRESSES-READ TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Not Selected" TO W16-CONTROL-LABEL
           MOVE W12-NOT-SELECTED TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Skipped - Undeliverable Address" TO W16-CONTROL-LABEL
           MOVE W12-UNDELIVERABLE TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Skipped - SSN Not On Employee Master"
               TO W16-CONTROL-LABEL
           MOVE W12-NOT-FOUND TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Letters Produced" TO W16-CONTROL-LABEL
           MOVE W12-LETTERS-WRITTEN TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Template Lines" TO W16-CONTROL-LABEL
           MOVE W07-TEMPLATE-COUNT TO W16-CONTROL-COUNT
           WRITE F05-CONTROL-RECORD FROM W16-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F05-CONTROL-RECORD FROM W17-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "FormLetters"         TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W12-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W12-LETTERS-WRITTEN   TO AUDIT-RECORDS-WRITTEN
           MOVE W12-RECORDS-REJECTED  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F03-TEMPLATE-FILE
                 F04-LETTER-FILE
                 F05-CONTROL-FILE
           .
