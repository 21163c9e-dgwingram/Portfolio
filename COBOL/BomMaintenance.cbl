       IDENTIFICATION DIVISION.
       PROGRAM-ID. BomMaintenance.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * APPLIES A BATCH OF ADD/CHANGE/DELETE TRANSACTIONS AGAINST
      * THE BILL OF MATERIALS - WHICH STOCKED PARTS, AND HOW MANY OF
      * EACH, GO INTO ONE UNIT OF AN ASSEMBLED PART - WITH A
      * MAINTENANCE REGISTER OF EVERY APPLIED AND REJECTED
      * TRANSACTION. ONE TRANSACTION IS ONE PARENT/COMPONENT ROW
       FILE-CONTROL.
      * OPTIONAL SO THE FIRST EVER MAINTENANCE RUN CREATES THE FILE -
      * THIS PROGRAM IS ITS ONLY WRITE PATH
           SELECT OPTIONAL F01-BOM-MASTER
               ASSIGN TO DYNAMIC W11-BOM-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-BOM-KEY.

           SELECT F02-TRANS-FILE ASSIGN TO DYNAMIC W12-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F03-PRINT-FILE ASSIGN TO 'BomMaintRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT - WHERE A LOCK REFUSAL LANDS
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-BOM-MASTER
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F01-BOM-RECORD.

           COPY BOMREC REPLACING LEADING ==T01== BY ==F01==.

      * ONE MAINTENANCE TRANSACTION: ACTION AND THE FULL RECORD
      * IMAGE IN THE BILL OF MATERIALS' OWN LAYOUT
       FD  F02-TRANS-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F02-TRANS-RECORD.
       01  F02-TRANS-RECORD.
           05  F02-TRANS-ACTION            PIC X.
               88  F02-ACTION-ADD          VALUE "A".
               88  F02-ACTION-CHANGE       VALUE "C".
               88  F02-ACTION-DELETE       VALUE "D".
               88  F02-ACTION-VALID        VALUES "A" "C" "D".
           05  F02-TRANS-IMAGE             PIC X(43).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD                PIC X(100).

           COPY AUDITREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY LOCKWS.

           COPY ABENDWS.

       01 W01-EOF-SWITCH                   PIC X VALUE SPACES.
           88 W01-END-OF-FILE                    VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(33)
                       VALUE "Bill Of Materials Maint Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(6)  VALUE "Action".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(11) VALUE "Parent Part".
               10  PIC X(11) VALUE SPACES.
               10  PIC X(9)  VALUE "Component".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(3)  VALUE "Per".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Result".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-REGISTER-LINE.
           05  W03-ACTION-OUT              PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PARENT-OUT              PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-COMPONENT-OUT           PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-QTY-PER-OUT             PIC X(3).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(30).
           05                              PIC X(3)  VALUE SPACES.

       01 W04-CONTROLS.
           05  W04-REJECT-SWITCH           PIC X VALUE SPACES.
               88  W04-TRANS-REJECTED            VALUE "Y".
               88  W04-TRANS-CLEAN               VALUE "N".
           05  W04-REJECT-REASON           PIC X(38) VALUE SPACES.

       01 W05-ERR-MSGS.
           05 W05-ACTION-ERR               PIC X(30)
                   VALUE 'Action must be A, C or D'.
           05 W05-PARENT-ERR               PIC X(30)
                   VALUE 'Parent part cannot be blank'.
           05 W05-COMPONENT-ERR            PIC X(30)
                   VALUE 'Component cannot be blank'.
           05 W05-SELF-ERR                 PIC X(30)
                   VALUE 'Part cannot contain itself'.
           05 W05-QTY-PER-ERR              PIC X(30)
                   VALUE 'Qty per not numeric or zero'.
           05 W05-DUPLICATE-ERR            PIC X(30)
                   VALUE 'Component already on parent'.
           05 W05-NOT-FOUND-ERR            PIC X(30)
                   VALUE 'Component not on parent'.

      * READ/APPLIED/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W06-RUN-COUNTS.
           05 W06-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W06-RECORDS-APPLIED  PIC 9(7)    VALUE ZERO.
           05 W06-RECORDS-REJECTED PIC 9(7)    VALUE ZERO.

       01 W07-CONTROL-LINE.
           05  W07-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W07-CONTROL-COUNT           PIC ZZZZ9.
           05                              PIC X(53) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-BOM-MASTER-NAME      PIC X(20)   VALUE "BomMaster.dat".
       01 W12-TRANS-FILE-NAME      PIC X(20)
               VALUE "BomMaintTrans.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "BomMaintenance" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD

           PERFORM 400-PROCESS-TRANSACTION
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BOM_MASTER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W11-BOM-MASTER-NAME
           END-IF

           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "BOM_TRANS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-TRANS-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F02-TRANS-FILE
                I-O F01-BOM-MASTER
                OUTPUT F03-PRINT-FILE
           .

       200-WRITE-HEADINGS.
           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-RECORD.
           READ F02-TRANS-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EDIT ONE TRANSACTION, APPLY IT IF CLEAN, AND LOG IT EITHER
      * WAY - A DELETE ONLY NEEDS A USABLE KEY. A PART CAN'T BE ITS
      * OWN COMPONENT OR THE ASSEMBLY RUN WOULD CONSUME WHAT IT BUILDS
       400-PROCESS-TRANSACTION.
           ADD 1 TO W06-RECORDS-READ
           SET W04-TRANS-CLEAN TO TRUE
           MOVE SPACES TO W04-REJECT-REASON
           MOVE F02-TRANS-IMAGE TO F01-BOM-RECORD

           IF NOT F02-ACTION-VALID
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-ACTION-ERR TO W04-REJECT-REASON
           ELSE
           IF F01-BOM-PARENT = SPACES
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-PARENT-ERR TO W04-REJECT-REASON
           ELSE
           IF F01-BOM-COMPONENT = SPACES
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-COMPONENT-ERR TO W04-REJECT-REASON
           ELSE
           IF F01-BOM-COMPONENT = F01-BOM-PARENT
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-SELF-ERR TO W04-REJECT-REASON
           ELSE
           IF (F02-ACTION-ADD OR F02-ACTION-CHANGE)
                   AND (F01-BOM-QTY-PER NOT NUMERIC
                       OR F01-BOM-QTY-PER = ZERO)
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-QTY-PER-ERR TO W04-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 430-APPLY-TRANSACTION
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 440-WRITE-APPLIED-LINE
               ADD 1 TO W06-RECORDS-APPLIED
           ELSE
               PERFORM 450-WRITE-REJECTED-LINE
               ADD 1 TO W06-RECORDS-REJECTED
           END-IF

           PERFORM 300-READ-RECORD
           .

      * WRITE/REWRITE/DELETE AGAINST THE MASTER, TURNING THE KEY
      * EXCEPTIONS INTO REGISTER REJECTS
       430-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD
                   WRITE F01-BOM-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-DUPLICATE-ERR
                               TO W04-REJECT-REASON
                   END-WRITE
               WHEN F02-ACTION-CHANGE
                   REWRITE F01-BOM-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-NOT-FOUND-ERR
                               TO W04-REJECT-REASON
                   END-REWRITE
               WHEN F02-ACTION-DELETE
                   DELETE F01-BOM-MASTER
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-NOT-FOUND-ERR
                               TO W04-REJECT-REASON
                   END-DELETE
           END-EVALUATE
           .

       440-WRITE-APPLIED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "APPLIED" TO W03-RESULT-OUT
           MOVE SPACES TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       450-WRITE-REJECTED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "REJECTED" TO W03-RESULT-OUT
           MOVE W04-REJECT-REASON TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       445-FORMAT-REGISTER-LINE.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD    MOVE "ADD"    TO W03-ACTION-OUT
               WHEN F02-ACTION-CHANGE MOVE "CHANGE" TO W03-ACTION-OUT
               WHEN F02-ACTION-DELETE MOVE "DELETE" TO W03-ACTION-OUT
               WHEN OTHER MOVE F02-TRANS-ACTION TO W03-ACTION-OUT
           END-EVALUATE

           MOVE F02-TRANS-IMAGE(1:20) TO W03-PARENT-OUT
           MOVE F02-TRANS-IMAGE(21:20) TO W03-COMPONENT-OUT
           MOVE F02-TRANS-IMAGE(41:3) TO W03-QTY-PER-OUT
           .

       500-WRITE-FOOTER.
           MOVE "Transactions Read" TO W07-CONTROL-LABEL
           MOVE W06-RECORDS-READ TO W07-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Transactions Applied" TO W07-CONTROL-LABEL
           MOVE W06-RECORDS-APPLIED TO W07-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Transactions Rejected" TO W07-CONTROL-LABEL
           MOVE W06-RECORDS-REJECTED TO W07-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "BomMaintenance"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W06-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W06-RECORDS-APPLIED   TO AUDIT-RECORDS-WRITTEN
           MOVE W06-RECORDS-REJECTED  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F02-TRANS-FILE
                 F01-BOM-MASTER
                 F03-PRINT-FILE
           .
