       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarrierEnrollment.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * MONTHLY HEALTH-CARRIER ENROLMENT INTERFACE. AN EMPLOYEE IS
      * ENROLLED WHILE ACTIVE ON THE SSN MASTER WITH PLAN A, B OR C
      * (Z IS NO COVERAGE). THE FIRST FILE - OR ANY RUN WITH
      * CARRIER_FULL_FILE=Y, WHEN THE CARRIER ASKS FOR A RESYNC - IS
      * A FULL ENROLMENT LIST. AFTER THAT EACH FILE CARRIES ONLY THE
      * ADDS, CHANGES (PLAN, NAME OR DEPENDANTS) AND TERMINATIONS
      * SINCE THE LAST ONE, FOUND BY A BALANCED-LINE PASS OF THE
      * MASTER AGAINST AN IMAGE OF WHAT THE CARRIER WAS LAST SENT.
      * THE IMAGE IS REPLACED ONLY ONCE THE NEW FILE IS COMPLETE, SO
      * A FAILED RUN IS SIMPLY RERUN, AND ANYTHING MISSED ONE MONTH
      * IS SENT THE NEXT. READ-ONLY ON THE MASTER - NO LOCK
       FILE-CONTROL.
           SELECT F01-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W11-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-EMPLOYEE-SSN
               FILE STATUS IS W20-MASTER-STATUS.

      * WHAT THE CARRIER HOLDS AS OF THE LAST FILE, IN SSN ORDER.
      * OPTIONAL - NONE YET MEANS THE NEXT FILE IS THE FULL LIST
           SELECT OPTIONAL F02-SENT-FILE
               ASSIGN TO 'CarrierEnrolled.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-SENT-STATUS.

      * THE IMAGE AS OF THIS FILE, COPIED OVER THE OLD ONE AT END
           SELECT F03-NEW-SENT-FILE
               ASSIGN TO 'CarrierEnrolledNew.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-NEW-SENT-STATUS.

      * THE INTERFACE FILE TO THE CARRIER
           SELECT F04-CARRIER-FILE ASSIGN TO 'CarrierEnrollment.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-CARRIER-STATUS.

           SELECT F05-PRINT-FILE ASSIGN TO 'CarrierEnrollment.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY EMPREC.

       FD  F02-SENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F02-SENT-RECORD.
       01  F02-SENT-RECORD.
           05  F02-SENT-SSN                PIC X(9).
           05  F02-SENT-LAST-NAME          PIC X(14).
           05  F02-SENT-FIRST-NAME         PIC X(12).
           05  F02-SENT-INITIAL            PIC X.
           05  F02-SENT-PLAN               PIC X.
           05  F02-SENT-DEPENDANTS         PIC 99.
           05  F02-SENT-HIRE-DATE          PIC X(8).
           05  F02-SENT-DATE               PIC X(8).
           05                              PIC X(5).

       FD  F03-NEW-SENT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F03-NEW-SENT-RECORD.
       01  F03-NEW-SENT-RECORD             PIC X(60).

      * HEADER, ONE DETAIL PER MEMBER, TRAILER - 80 CHARS
       FD  F04-CARRIER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-CARRIER-RECORD.
       01  F04-CARRIER-RECORD              PIC X(80).

       FD  F05-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F05-PRINT-RECORD.
       01  F05-PRINT-RECORD                PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W21-SENT-STATUS          PIC XX VALUE SPACES.
       01 W22-NEW-SENT-STATUS      PIC XX VALUE SPACES.
       01 W23-CARRIER-STATUS       PIC XX VALUE SPACES.
       01 W24-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-MASTER-EOF-SWITCH       PIC X VALUE SPACES.
               88  W01-MASTER-EOF                VALUE "T".
           05  W01-SENT-EOF-SWITCH         PIC X VALUE SPACES.
               88  W01-SENT-EOF                  VALUE "T".
           05  W01-FILE-KIND               PIC X VALUE "C".
               88  W01-FULL-FILE                 VALUE "F".
               88  W01-CHANGE-FILE               VALUE "C".
           05  W01-FULL-PARM               PIC X VALUE SPACE.

      * CURRENT KEY FROM EACH SIDE, HIGH-VALUES AT END OF FILE SO
      * THE BALANCED-LINE COMPARE DRAINS THE OTHER SIDE NATURALLY
       01 W02-MATCH-KEYS.
           05  W02-MASTER-KEY              PIC X(9).
           05  W02-SENT-KEY                PIC X(9).

      * THE INTERFACE RECORDS
       01 W03-CARRIER-HEADER.
           05                              PIC X     VALUE "H".
           05  W03-HDR-FILE-KIND           PIC X.
           05  W03-HDR-FILE-DATE           PIC X(8).
           05                              PIC X(70) VALUE SPACES.

       01 W04-CARRIER-DETAIL.
           05                              PIC X     VALUE "D".
           05  W04-DTL-ACTION              PIC X.
           05  W04-DTL-SSN                 PIC X(9).
           05  W04-DTL-LAST-NAME           PIC X(14).
           05  W04-DTL-FIRST-NAME          PIC X(12).
           05  W04-DTL-INITIAL             PIC X.
           05  W04-DTL-PLAN                PIC X.
           05  W04-DTL-PRIOR-PLAN          PIC X.
           05  W04-DTL-DEPENDANTS          PIC 99.
           05  W04-DTL-HIRE-DATE           PIC X(8).
           05  W04-DTL-EFFECTIVE-DATE      PIC X(8).
           05                              PIC X(22) VALUE SPACES.

       01 W05-CARRIER-TRAILER.
           05                              PIC X     VALUE "T".
           05  W05-TRL-DETAIL-COUNT        PIC 9(7).
           05  W05-TRL-ADD-COUNT           PIC 9(7).
           05  W05-TRL-CHANGE-COUNT        PIC 9(7).
           05  W05-TRL-TERM-COUNT          PIC 9(7).
           05  W05-TRL-ENROLLED-COUNT      PIC 9(7).
           05                              PIC X(44) VALUE SPACES.

      * THE IMAGE ROW FOR A MEMBER THE CARRIER NOW HOLDS
       01 W06-NEW-SENT.
           05  W06-SENT-SSN                PIC X(9).
           05  W06-SENT-LAST-NAME          PIC X(14).
           05  W06-SENT-FIRST-NAME         PIC X(12).
           05  W06-SENT-INITIAL            PIC X.
           05  W06-SENT-PLAN               PIC X.
           05  W06-SENT-DEPENDANTS         PIC 99.
           05  W06-SENT-HIRE-DATE          PIC X(8).
           05  W06-SENT-DATE               PIC X(8).
           05                              PIC X(5)  VALUE SPACES.

       01 W07-HEADINGS.
           05  W07-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(32)
                       VALUE "Health Carrier Enrolment File".
           05  W07-KIND-LINE.
               10  PIC X(11) VALUE "File Type: ".
               10  W07-KIND-OUT            PIC X(20).
           05  W07-COLUMN-HEADINGS.
               10  PIC X(12) VALUE "Action".
               10  PIC X(11) VALUE "SSN".
               10  PIC X(28) VALUE "Name".
               10  PIC X(6)  VALUE "Plan".
               10  PIC X(7)  VALUE "Prior".
               10  PIC X(6)  VALUE "Deps".
               10  PIC X(9)  VALUE "Effective".

       01 W08-DETAIL-LINE.
           05  W08-ACTION-OUT              PIC X(11).
           05                              PIC X     VALUE SPACE.
           05  W08-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W08-LAST-NAME-OUT           PIC X(14).
           05                              PIC X     VALUE SPACE.
           05  W08-FIRST-NAME-OUT          PIC X(12).
           05                              PIC X     VALUE SPACE.
           05  W08-PLAN-OUT                PIC X.
           05                              PIC X(5)  VALUE SPACES.
           05  W08-PRIOR-PLAN-OUT          PIC X.
           05                              PIC X(6)  VALUE SPACES.
           05  W08-DEPENDANTS-OUT          PIC Z9.
           05                              PIC X(4)  VALUE SPACES.
           05  W08-EFFECTIVE-OUT           PIC X(8).
           05                              PIC X(22) VALUE SPACES.

       01 W09-ACTION-NAMES.
           05  W09-ENROLLED-NAME           PIC X(11) VALUE "ENROLLED".
           05  W09-ADD-NAME                PIC X(11) VALUE "ADD".
           05  W09-CHANGE-NAME             PIC X(11) VALUE "CHANGE".
           05  W09-TERM-NAME               PIC X(11) VALUE "TERMINATE".

       01 W10-RUN-COUNTS.
           05  W10-MASTERS-READ            PIC 9(7)  VALUE ZERO.
           05  W10-SENT-READ               PIC 9(7)  VALUE ZERO.
           05  W10-DETAIL-COUNT            PIC 9(7)  VALUE ZERO.
           05  W10-ADD-COUNT               PIC 9(7)  VALUE ZERO.
           05  W10-CHANGE-COUNT            PIC 9(7)  VALUE ZERO.
           05  W10-TERM-COUNT              PIC 9(7)  VALUE ZERO.
           05  W10-ENROLLED-COUNT          PIC 9(7)  VALUE ZERO.

       01 W11-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-CONTROL-LINE.
           05  W14-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W14-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "CarrierEnrollment" TO ABEND-PROGRAM
           MOVE "CarrierEnrollment" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-MASTER
           PERFORM 310-READ-SENT

           PERFORM 400-MATCH-MEMBER
               UNTIL W01-MASTER-EOF AND W01-SENT-EOF

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 700-REPLACE-SENT-IMAGE
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP THE MASTER FILE-NAME OVERRIDE AND THE FULL-FILE
      * REQUEST FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W11-MASTER-FILE-NAME
           END-IF

           ACCEPT W01-FULL-PARM
               FROM ENVIRONMENT "CARRIER_FULL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W01-FULL-PARM = "Y"
               SET W01-FULL-FILE TO TRUE
           END-IF
           .

      * A FULL FILE STARTS FROM NOTHING, SO THE OLD IMAGE IS NOT
      * READ; WITH NO IMAGE ON FILE AT ALL THE FILE IS FULL ANYWAY
       100-OPEN-FILES.
           OPEN INPUT F01-EMPLOYEE-MASTER
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           IF W01-CHANGE-FILE
               OPEN INPUT F02-SENT-FILE
               IF W21-SENT-STATUS = "05"
                   SET W01-FULL-FILE TO TRUE
                   CLOSE F02-SENT-FILE
               ELSE
                   MOVE "CarrierEnrolled.dat" TO ABEND-FILE-NAME
                   MOVE W21-SENT-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
           END-IF
           IF W01-FULL-FILE
               SET W01-SENT-EOF TO TRUE
           END-IF

           OPEN OUTPUT F03-NEW-SENT-FILE
           MOVE "CarrierEnrolledNew.dat" TO ABEND-FILE-NAME
           MOVE W22-NEW-SENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F04-CARRIER-FILE
           MOVE "CarrierEnrollment.dat" TO ABEND-FILE-NAME
           MOVE W23-CARRIER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F05-PRINT-FILE
           MOVE "CarrierEnrollment.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE W01-FILE-KIND TO W03-HDR-FILE-KIND
           MOVE RC-BUSINESS-DATE TO W03-HDR-FILE-DATE
           WRITE F04-CARRIER-RECORD FROM W03-CARRIER-HEADER
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierEnrollment.dat" TO ABEND-FILE-NAME
           MOVE W23-CARRIER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F05-PRINT-RECORD FROM W07-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F05-PRINT-RECORD FROM RC-HEADING-LINE
           IF W01-FULL-FILE
               MOVE "Full enrolment" TO W07-KIND-OUT
           ELSE
               MOVE "Changes since last" TO W07-KIND-OUT
           END-IF
           WRITE F05-PRINT-RECORD FROM W07-KIND-LINE
               AFTER ADVANCING 1 LINE
           WRITE F05-PRINT-RECORD FROM W07-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

       300-READ-MASTER.
           READ F01-EMPLOYEE-MASTER
               AT END
                   SET W01-MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO W02-MASTER-KEY
               NOT AT END
                   ADD 1 TO W10-MASTERS-READ
                   MOVE F01-EMPLOYEE-SSN-X TO W02-MASTER-KEY
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       310-READ-SENT.
           IF W01-SENT-EOF
               MOVE HIGH-VALUES TO W02-SENT-KEY
           ELSE
               READ F02-SENT-FILE
                   AT END
                       SET W01-SENT-EOF TO TRUE
                       MOVE HIGH-VALUES TO W02-SENT-KEY
                   NOT AT END
                       ADD 1 TO W10-SENT-READ
                       MOVE F02-SENT-SSN TO W02-SENT-KEY
               END-READ
               MOVE "READ" TO ABEND-OPERATION
               MOVE "CarrierEnrolled.dat" TO ABEND-FILE-NAME
               MOVE W21-SENT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

      * ONE STEP OF THE BALANCED LINE. ON THE MASTER ONLY - A NEW
      * MEMBER IF ENROLLED. ON THE IMAGE ONLY - GONE FROM THE
      * MASTER, SO TERMINATED. ON BOTH - STILL ENROLLED (A CHANGE IF
      * ANYTHING THE CARRIER HOLDS DIFFERS) OR NOW TERMINATED
       400-MATCH-MEMBER.
           EVALUATE TRUE
               WHEN W02-MASTER-KEY < W02-SENT-KEY
                   IF F01-EMP-ACTIVE
                           AND (F01-INSURANCE = "A" OR "B" OR "C")
                       PERFORM 410-ADD-MEMBER
                   END-IF
                   PERFORM 300-READ-MASTER
               WHEN W02-MASTER-KEY > W02-SENT-KEY
                   MOVE RC-BUSINESS-DATE TO W04-DTL-EFFECTIVE-DATE
                   PERFORM 430-TERMINATE-MEMBER
                   PERFORM 310-READ-SENT
               WHEN OTHER
                   IF F01-EMP-ACTIVE
                           AND (F01-INSURANCE = "A" OR "B" OR "C")
                       PERFORM 420-CHECK-MEMBER
                   ELSE
                       IF F01-EMP-TERMINATED
                               AND F01-TERM-DATE IS NUMERIC
                           MOVE F01-TERM-DATE
                               TO W04-DTL-EFFECTIVE-DATE
                       ELSE
                           MOVE RC-BUSINESS-DATE
                               TO W04-DTL-EFFECTIVE-DATE
                       END-IF
                       PERFORM 430-TERMINATE-MEMBER
                   END-IF
                   PERFORM 300-READ-MASTER
                   PERFORM 310-READ-SENT
           END-EVALUATE
           .

      * A HIRE THIS MONTH IS COVERED FROM THE HIRE DATE; SOMEONE
      * JOINING A PLAN LATER IS COVERED FROM THIS FILE
       410-ADD-MEMBER.
           PERFORM 450-LOAD-DETAIL-FROM-MASTER
           MOVE SPACE TO W04-DTL-PRIOR-PLAN
           IF F01-HIRE-DATE IS NUMERIC
                   AND F01-HIRE-DATE(1:6) NOT < RC-BUSINESS-DATE(1:6)
               MOVE F01-HIRE-DATE TO W04-DTL-EFFECTIVE-DATE
           ELSE
               MOVE RC-BUSINESS-DATE TO W04-DTL-EFFECTIVE-DATE
           END-IF
           IF W01-FULL-FILE
               MOVE "E" TO W04-DTL-ACTION
               MOVE W09-ENROLLED-NAME TO W08-ACTION-OUT
           ELSE
               MOVE "A" TO W04-DTL-ACTION
               MOVE W09-ADD-NAME TO W08-ACTION-OUT
               ADD 1 TO W10-ADD-COUNT
           END-IF
           PERFORM 470-WRITE-DETAIL
           PERFORM 460-WRITE-NEW-SENT
           .

      * STILL ENROLLED - SENT AGAIN ONLY IF THE PLAN, NAME OR
      * DEPENDANT COUNT THE CARRIER HOLDS IS OUT OF DATE
       420-CHECK-MEMBER.
           PERFORM 450-LOAD-DETAIL-FROM-MASTER
           IF W04-DTL-PLAN NOT = F02-SENT-PLAN
                   OR W04-DTL-LAST-NAME NOT = F02-SENT-LAST-NAME
                   OR W04-DTL-FIRST-NAME NOT = F02-SENT-FIRST-NAME
                   OR W04-DTL-INITIAL NOT = F02-SENT-INITIAL
                   OR W04-DTL-DEPENDANTS NOT = F02-SENT-DEPENDANTS
               MOVE F02-SENT-PLAN TO W04-DTL-PRIOR-PLAN
               MOVE RC-BUSINESS-DATE TO W04-DTL-EFFECTIVE-DATE
               MOVE "C" TO W04-DTL-ACTION
               MOVE W09-CHANGE-NAME TO W08-ACTION-OUT
               ADD 1 TO W10-CHANGE-COUNT
               PERFORM 470-WRITE-DETAIL
               PERFORM 460-WRITE-NEW-SENT
           ELSE
               ADD 1 TO W10-ENROLLED-COUNT
               WRITE F03-NEW-SENT-RECORD FROM F02-SENT-RECORD
               PERFORM 465-CHECK-NEW-SENT-WRITE
           END-IF
           .

      * THE TERMINATION GOES OUT AS THE CARRIER LAST HAD IT, AND
      * THE MEMBER DROPS OUT OF THE IMAGE. THE CALLER HAS SET THE
      * EFFECTIVE DATE
       430-TERMINATE-MEMBER.
           MOVE "T" TO W04-DTL-ACTION
           MOVE F02-SENT-SSN TO W04-DTL-SSN
           MOVE F02-SENT-LAST-NAME TO W04-DTL-LAST-NAME
           MOVE F02-SENT-FIRST-NAME TO W04-DTL-FIRST-NAME
           MOVE F02-SENT-INITIAL TO W04-DTL-INITIAL
           MOVE SPACE TO W04-DTL-PLAN
           MOVE F02-SENT-PLAN TO W04-DTL-PRIOR-PLAN
           MOVE F02-SENT-DEPENDANTS TO W04-DTL-DEPENDANTS
           MOVE F02-SENT-HIRE-DATE TO W04-DTL-HIRE-DATE
           MOVE W09-TERM-NAME TO W08-ACTION-OUT
           ADD 1 TO W10-TERM-COUNT
           PERFORM 470-WRITE-DETAIL
           .

       450-LOAD-DETAIL-FROM-MASTER.
           MOVE F01-EMPLOYEE-SSN-X TO W04-DTL-SSN
           MOVE F01-LAST-NAME TO W04-DTL-LAST-NAME
           MOVE F01-FIRST-NAME TO W04-DTL-FIRST-NAME
           MOVE F01-INITIAL TO W04-DTL-INITIAL
           MOVE F01-INSURANCE TO W04-DTL-PLAN
           MOVE ZERO TO W04-DTL-DEPENDANTS
           IF F01-DEPENDANTS IS NUMERIC
               MOVE F01-DEPENDANTS TO W04-DTL-DEPENDANTS
           END-IF
           MOVE F01-HIRE-DATE TO W04-DTL-HIRE-DATE
           .

      * THE CARRIER NOW HOLDS WHAT THE DETAIL JUST SENT
       460-WRITE-NEW-SENT.
           MOVE W04-DTL-SSN TO W06-SENT-SSN
           MOVE W04-DTL-LAST-NAME TO W06-SENT-LAST-NAME
           MOVE W04-DTL-FIRST-NAME TO W06-SENT-FIRST-NAME
           MOVE W04-DTL-INITIAL TO W06-SENT-INITIAL
           MOVE W04-DTL-PLAN TO W06-SENT-PLAN
           MOVE W04-DTL-DEPENDANTS TO W06-SENT-DEPENDANTS
           MOVE W04-DTL-HIRE-DATE TO W06-SENT-HIRE-DATE
           MOVE RC-BUSINESS-DATE TO W06-SENT-DATE
           ADD 1 TO W10-ENROLLED-COUNT
           WRITE F03-NEW-SENT-RECORD FROM W06-NEW-SENT
           PERFORM 465-CHECK-NEW-SENT-WRITE
           .

       465-CHECK-NEW-SENT-WRITE.
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierEnrolledNew.dat" TO ABEND-FILE-NAME
           MOVE W22-NEW-SENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE CARRIER GETS THE FULL SSN - IT IS THEIR MEMBER NUMBER;
      * THE CONTROL LISTING PRINTS IT UNDER THE MASKING RULES
       470-WRITE-DETAIL.
           WRITE F04-CARRIER-RECORD FROM W04-CARRIER-DETAIL
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierEnrollment.dat" TO ABEND-FILE-NAME
           MOVE W23-CARRIER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W10-DETAIL-COUNT

           MOVE W04-DTL-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W08-SSN-OUT
           MOVE W04-DTL-LAST-NAME TO W08-LAST-NAME-OUT
           MOVE W04-DTL-FIRST-NAME TO W08-FIRST-NAME-OUT
           MOVE W04-DTL-PLAN TO W08-PLAN-OUT
           MOVE W04-DTL-PRIOR-PLAN TO W08-PRIOR-PLAN-OUT
           MOVE W04-DTL-DEPENDANTS TO W08-DEPENDANTS-OUT
           MOVE W04-DTL-EFFECTIVE-DATE TO W08-EFFECTIVE-OUT
           WRITE F05-PRINT-RECORD FROM W08-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierEnrollment.out" TO ABEND-FILE-NAME
           MOVE W24-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE W10-DETAIL-COUNT TO W05-TRL-DETAIL-COUNT
           MOVE W10-ADD-COUNT TO W05-TRL-ADD-COUNT
           MOVE W10-CHANGE-COUNT TO W05-TRL-CHANGE-COUNT
           MOVE W10-TERM-COUNT TO W05-TRL-TERM-COUNT
           MOVE W10-ENROLLED-COUNT TO W05-TRL-ENROLLED-COUNT
           WRITE F04-CARRIER-RECORD FROM W05-CARRIER-TRAILER
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierEnrollment.dat" TO ABEND-FILE-NAME
           MOVE W23-CARRIER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE "Master Records Read" TO W14-CONTROL-LABEL
           MOVE W10-MASTERS-READ TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Members On Last File" TO W14-CONTROL-LABEL
           MOVE W10-SENT-READ TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Adds" TO W14-CONTROL-LABEL
           MOVE W10-ADD-COUNT TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Changes" TO W14-CONTROL-LABEL
           MOVE W10-CHANGE-COUNT TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Terminations" TO W14-CONTROL-LABEL
           MOVE W10-TERM-COUNT TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Detail Records Sent" TO W14-CONTROL-LABEL
           MOVE W10-DETAIL-COUNT TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Members Enrolled After This File" TO W14-CONTROL-LABEL
           MOVE W10-ENROLLED-COUNT TO W14-CONTROL-COUNT
           WRITE F05-PRINT-RECORD FROM W14-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F05-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "CarrierEnrollment"   TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W10-MASTERS-READ      TO AUDIT-RECORDS-READ
           MOVE W10-DETAIL-COUNT      TO AUDIT-RECORDS-WRITTEN
           MOVE ZERO                  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-EMPLOYEE-MASTER
           IF W01-CHANGE-FILE
               CLOSE F02-SENT-FILE
           END-IF
           CLOSE F03-NEW-SENT-FILE
                 F04-CARRIER-FILE
                 F05-PRINT-FILE
           .

      * THE FILE IS COMPLETE - THE NEW IMAGE BECOMES THE ONE THE
      * NEXT RUN COMPARES AGAINST
       700-REPLACE-SENT-IMAGE.
           OPEN INPUT F03-NEW-SENT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CarrierEnrolledNew.dat" TO ABEND-FILE-NAME
           MOVE W22-NEW-SENT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

      * THE FIRST EVER RUN CREATES THE IMAGE
           OPEN OUTPUT F02-SENT-FILE
           IF W21-SENT-STATUS NOT = "05"
               MOVE "CarrierEnrolled.dat" TO ABEND-FILE-NAME
               MOVE W21-SENT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           MOVE SPACES TO W01-SENT-EOF-SWITCH
           PERFORM 710-COPY-SENT-RECORD
               UNTIL W01-SENT-EOF

           CLOSE F03-NEW-SENT-FILE
                 F02-SENT-FILE
           .

       710-COPY-SENT-RECORD.
           READ F03-NEW-SENT-FILE
               AT END
                   SET W01-SENT-EOF TO TRUE
               NOT AT END
                   WRITE F02-SENT-RECORD FROM F03-NEW-SENT-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE "CarrierEnrolled.dat" TO ABEND-FILE-NAME
                   MOVE W21-SENT-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
           END-READ
           .
