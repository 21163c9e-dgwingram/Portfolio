       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterSnapshot.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PRE-UPDATE MASTER SNAPSHOTS AND AUTOMATIC ROLLBACK. A STEP
      * THAT UPDATES THE MASTERS IN PLACE RUNS THIS (SEE SNAPPRC)
      * ONCE IT HOLDS THE RUN LOCK, TO COPY EVERY FILE IT IS ABOUT TO
      * CHANGE TO <FILE>.SNP, AND AGAIN AT ITS CLEAN END TO CLOSE THE
      * SNAPSHOT SET OUT. A SET STILL OPEN MEANS THE STEP DIED PART
      * WAY THROUGH: THE DRIVER RUNS THIS IN RESTORE MODE AS SOON AS
      * A STEP FAILS, AND THE NEXT SNAPSHOT RESTORES ANY SET STILL
      * OPEN BEFORE TAKING ITS OWN, SO THE FAILED STEP CAN BE RERUN
      * FROM THE TOP WITHOUT DOUBLE-POSTING. EVERY FILE PUT BACK IS
      * WRITTEN TO THE ROLLBACK LOG WITH ITS RECORD COUNTS BEFORE AND
      * AFTER. MODE (S SNAPSHOT / R RESTORE / C COMPLETE), STEP NAME
      * AND FILE LIST COME FROM THE ENVIRONMENT
       FILE-CONTROL.
      * ONE SELECT PER MASTER LAYOUT - ONLY ONE IS OPEN AT A TIME,
      * SO THEY SHARE THE FILE NAME AND STATUS FIELDS
           SELECT F01-SITE-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-SITE-PART-NAME
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F02-OPEN-PO-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F02-OPO-KEY
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F03-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F03-EMPLOYEE-SSN
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F04-LEAVE-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F04-LEAVE-SSN
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F08-SIN-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F08-EMPLOYEE-SIN-NUMBER
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F09-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F09-ADDR-SSN
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F10-TRANSFER-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F10-XFR-NUMBER
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F11-IN-TRANSIT-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F11-ITR-KEY
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F12-GL-BALANCE-MASTER
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F12-BAL-KEY
               FILE STATUS IS W11-MASTER-STATUS.

      * LOGS, LAYERS AND BATCHES THE STEP APPENDS TO
           SELECT F05-SEQUENTIAL-FILE
               ASSIGN TO DYNAMIC W05-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W11-MASTER-STATUS.

           SELECT F06-SNAPSHOT-FILE
               ASSIGN TO DYNAMIC W06-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W12-SNAPSHOT-STATUS.

           SELECT F07-ROLLBACK-LOG ASSIGN TO 'RollbackLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W13-LOG-STATUS.

      * SHARED SNAPSHOT MANIFEST
           COPY SNAPSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-SITE-MASTER
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-SITE-RECORD.
       01  F01-SITE-RECORD.
           05  F01-SITE-PART-NAME      PIC X(20).
           05                          PIC X(30).

       FD  F02-OPEN-PO-MASTER
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F02-OPEN-PO-RECORD.
       01  F02-OPEN-PO-RECORD.
           05  F02-OPO-KEY             PIC X(29).
           05                          PIC X(25).

       FD  F03-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F03-EMPLOYEE-RECORD.
       01  F03-EMPLOYEE-RECORD.
           05  F03-EMPLOYEE-SSN        PIC 9(9).
           05                          PIC X(124).

       FD  F04-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F04-LEAVE-RECORD.
       01  F04-LEAVE-RECORD.
           05  F04-LEAVE-SSN           PIC 9(9).
           05                          PIC X(43).

       FD  F08-SIN-MASTER
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F08-SIN-RECORD.
       01  F08-SIN-RECORD.
           05                          PIC X(18).
           05  F08-EMPLOYEE-SIN-NUMBER PIC X(9).
           05                          PIC X(9).

       FD  F09-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F09-ADDRESS-RECORD.
       01  F09-ADDRESS-RECORD.
           05  F09-ADDR-SSN            PIC 9(9).
           05                          PIC X(55).

       FD  F10-TRANSFER-MASTER
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F10-TRANSFER-RECORD.
       01  F10-TRANSFER-RECORD.
           05  F10-XFR-NUMBER          PIC 9(6).
           05                          PIC X(68).

       FD  F11-IN-TRANSIT-MASTER
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F11-IN-TRANSIT-RECORD.
       01  F11-IN-TRANSIT-RECORD.
           05  F11-ITR-KEY             PIC X(9).
           05                          PIC X(56).

       FD  F12-GL-BALANCE-MASTER
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F12-GL-BALANCE-RECORD.
       01  F12-GL-BALANCE-RECORD.
           05  F12-BAL-KEY             PIC X(14).
           05                          PIC X(26).

       FD  F05-SEQUENTIAL-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS F05-SEQUENTIAL-RECORD.
       01  F05-SEQUENTIAL-RECORD       PIC X(400).

       FD  F06-SNAPSHOT-FILE
           RECORD CONTAINS 400 CHARACTERS
           DATA RECORD IS F06-SNAPSHOT-RECORD.
       01  F06-SNAPSHOT-RECORD         PIC X(400).

       FD  F07-ROLLBACK-LOG
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS F07-ROLLBACK-RECORD.
       01  F07-ROLLBACK-RECORD         PIC X(150).

           COPY SNAPREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY ABENDWS.

      * THE MODE AND FILE LIST ARRIVE IN THE STEP-SIDE FIELDS
           COPY SNAPWS.

       01 W01-CONTROLS.
           05  W01-MANIFEST-EOF-SWITCH PIC X VALUE SPACES.
               88  W01-MANIFEST-EOF          VALUE "T".
           05  W01-MASTER-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-MASTER-EOF            VALUE "T".
           05  W01-SNAPSHOT-EOF-SWITCH PIC X VALUE SPACES.
               88  W01-SNAPSHOT-EOF          VALUE "T".
           05  W01-RUN-SWITCH          PIC X VALUE SPACES.
               88  W01-RUN-FAILED            VALUE "F".

       01 W02-STEP-NAME                PIC X(20) VALUE SPACES.

      * THE SNAPSHOT SET AS LOADED FROM (AND REWRITTEN TO) THE
      * MANIFEST
       01 W03-SNAPSHOT-SET.
           05  W03-SET-STEP            PIC X(20) VALUE SPACES.
           05  W03-SET-STATE           PIC X     VALUE SPACE.
               88  W03-SET-TAKEN             VALUE "T".
               88  W03-SET-COMPLETE          VALUE "C".
               88  W03-SET-RESTORED          VALUE "R".
           05  W03-SET-DATE            PIC X(8)  VALUE SPACES.
           05  W03-SET-TIME            PIC X(8)  VALUE SPACES.
           05  W03-DETAIL-COUNT        PIC 9(2)  VALUE ZERO.
           05  W03-DETAIL OCCURS 12 TIMES.
               10  W03-DTL-KIND        PIC X.
               10  W03-DTL-MASTER      PIC X(30).
               10  W03-DTL-SNAPSHOT    PIC X(34).
               10  W03-DTL-PRESENT     PIC X.
               10  W03-DTL-COUNT       PIC 9(7).

       01 W04-DETAIL-SUB               PIC 9(2)  VALUE ZERO.

       01 W05-MASTER-NAME              PIC X(30) VALUE SPACES.
       01 W06-SNAPSHOT-NAME            PIC X(34) VALUE SPACES.
       01 W07-RECORD-IMAGE             PIC X(400) VALUE SPACES.

       01 W08-COUNTS.
           05  W08-RECORD-COUNT        PIC 9(7)  VALUE ZERO.
           05  W08-BEFORE-COUNT        PIC 9(7)  VALUE ZERO.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W11-MASTER-STATUS            PIC XX    VALUE SPACES.
       01 W12-SNAPSHOT-STATUS          PIC XX    VALUE SPACES.
       01 W13-LOG-STATUS               PIC XX    VALUE SPACES.

       01 W14-RUN-STAMP.
           05  W14-RUN-DATE            PIC X(8)  VALUE SPACES.
           05  W14-RUN-TIME            PIC X(8)  VALUE SPACES.

      * KIND OF THE FILE IN HAND - PICKS THE SELECT TO USE
       01 W15-CURRENT-KIND             PIC X     VALUE SPACE.
           88  W15-SITE-MASTER               VALUE "S".
           88  W15-OPEN-PO-MASTER            VALUE "P".
           88  W15-EMPLOYEE-MASTER           VALUE "E".
           88  W15-LEAVE-MASTER              VALUE "L".
           88  W15-SIN-MASTER                VALUE "N".
           88  W15-ADDRESS-MASTER            VALUE "A".
           88  W15-TRANSFER-MASTER           VALUE "T".
           88  W15-IN-TRANSIT-MASTER         VALUE "I".
           88  W15-GL-BALANCE-MASTER         VALUE "G".
           88  W15-SEQUENTIAL-FILE           VALUE "Q".

       01 W09-ROLLBACK-LINE.
           05  W09-LOG-DATE            PIC X(8).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-TIME            PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-LOG-STEP            PIC X(20).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-MASTER          PIC X(30).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-SNAPSHOT        PIC X(34).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-TAKEN-DATE      PIC X(8).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-TAKEN-TIME      PIC X(8).
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-BEFORE          PIC ZZZZZZ9.
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-AFTER           PIC ZZZZZZ9.
           05                          PIC X     VALUE SPACE.
           05  W09-LOG-RESULT          PIC X(10).

       PROCEDURE DIVISION.

           MOVE "MasterSnapshot" TO ABEND-PROGRAM
           PERFORM 090-GET-PARAMETERS
           PERFORM 110-LOAD-MANIFEST

           EVALUATE SNAP-MODE
      * A SET LEFT OPEN BY AN EARLIER FAILURE IS PUT BACK BEFORE A
      * NEW ONE IS TAKEN - NEVER SNAPSHOT HALF-POSTED MASTERS
               WHEN "S"
                   IF W03-SET-TAKEN
                       PERFORM 200-RESTORE-SNAPSHOT-SET
                   END-IF
                   IF NOT W01-RUN-FAILED
                       PERFORM 300-TAKE-SNAPSHOT-SET
                   END-IF
               WHEN "R"
                   IF W03-SET-TAKEN
                       PERFORM 200-RESTORE-SNAPSHOT-SET
                   END-IF
               WHEN "C"
                   IF W03-SET-TAKEN
                       SET W03-SET-COMPLETE TO TRUE
                       PERFORM 150-WRITE-MANIFEST
                   END-IF
               WHEN OTHER
                   SET W01-RUN-FAILED TO TRUE
           END-EVALUATE

           IF W01-RUN-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN
           .

           COPY ABENDPRC.

      * MODE, STEP AND FILE LIST AS SET BY THE CALLER
       090-GET-PARAMETERS.
           MOVE SPACE TO SNAP-MODE
           ACCEPT SNAP-MODE
               FROM ENVIRONMENT "SNAPSHOT_MODE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           ACCEPT W02-STEP-NAME
               FROM ENVIRONMENT "SNAPSHOT_STEP"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           MOVE SPACES TO SNAP-FILE-LIST
           ACCEPT SNAP-FILE-LIST
               FROM ENVIRONMENT "SNAPSHOT_FILES"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           ACCEPT W14-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W14-RUN-TIME FROM TIME
           .

      * AN OPTIONAL MANIFEST THAT DOES NOT EXIST YET OPENS WITH
      * STATUS "05" AND READS STRAIGHT TO END - NO SET ON FILE
       110-LOAD-MANIFEST.
           OPEN INPUT SNAP-MANIFEST-FILE
           IF SNAP-MANIFEST-STATUS NOT = "05"
               MOVE "SnapshotManifest.dat" TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE SNAP-MANIFEST-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 111-READ-MANIFEST
           PERFORM 112-STORE-MANIFEST-RECORD
               UNTIL W01-MANIFEST-EOF
           CLOSE SNAP-MANIFEST-FILE
           .

       111-READ-MANIFEST.
           READ SNAP-MANIFEST-FILE
               AT END SET W01-MANIFEST-EOF TO TRUE
           END-READ
           .

       112-STORE-MANIFEST-RECORD.
           EVALUATE TRUE
               WHEN SNAP-HEADER-REC
                   MOVE SNAP-HDR-STEP  TO W03-SET-STEP
                   MOVE SNAP-HDR-STATE TO W03-SET-STATE
                   MOVE SNAP-HDR-DATE  TO W03-SET-DATE
                   MOVE SNAP-HDR-TIME  TO W03-SET-TIME
               WHEN SNAP-DETAIL-REC AND W03-DETAIL-COUNT < 12
                   ADD 1 TO W03-DETAIL-COUNT
                   MOVE W03-DETAIL-COUNT TO W04-DETAIL-SUB
                   MOVE SNAP-DTL-KIND
                       TO W03-DTL-KIND(W04-DETAIL-SUB)
                   MOVE SNAP-DTL-MASTER
                       TO W03-DTL-MASTER(W04-DETAIL-SUB)
                   MOVE SNAP-DTL-SNAPSHOT
                       TO W03-DTL-SNAPSHOT(W04-DETAIL-SUB)
                   MOVE SNAP-DTL-PRESENT
                       TO W03-DTL-PRESENT(W04-DETAIL-SUB)
                   MOVE SNAP-DTL-COUNT
                       TO W03-DTL-COUNT(W04-DETAIL-SUB)
           END-EVALUATE

           PERFORM 111-READ-MANIFEST
           .

      * THE MANIFEST IS REWRITTEN WHOLE EACH TIME THE SET CHANGES
      * STATE - THE VERY FIRST ONE OPENS WITH STATUS "05"
       150-WRITE-MANIFEST.
           OPEN OUTPUT SNAP-MANIFEST-FILE
           MOVE "SnapshotManifest.dat" TO ABEND-FILE-NAME
           IF SNAP-MANIFEST-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE SNAP-MANIFEST-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           MOVE SPACES TO SNAP-MANIFEST-RECORD
           SET SNAP-HEADER-REC TO TRUE
           MOVE W03-SET-STEP  TO SNAP-HDR-STEP
           MOVE W03-SET-STATE TO SNAP-HDR-STATE
           MOVE W03-SET-DATE  TO SNAP-HDR-DATE
           MOVE W03-SET-TIME  TO SNAP-HDR-TIME
           PERFORM 152-WRITE-MANIFEST-RECORD

           PERFORM 151-WRITE-MANIFEST-DETAIL
               VARYING W04-DETAIL-SUB FROM 1 BY 1
               UNTIL W04-DETAIL-SUB > W03-DETAIL-COUNT

           CLOSE SNAP-MANIFEST-FILE
           .

       151-WRITE-MANIFEST-DETAIL.
           MOVE SPACES TO SNAP-MANIFEST-RECORD
           SET SNAP-DETAIL-REC TO TRUE
           MOVE W03-DTL-KIND(W04-DETAIL-SUB)     TO SNAP-DTL-KIND
           MOVE W03-DTL-MASTER(W04-DETAIL-SUB)   TO SNAP-DTL-MASTER
           MOVE W03-DTL-SNAPSHOT(W04-DETAIL-SUB) TO SNAP-DTL-SNAPSHOT
           MOVE W03-DTL-PRESENT(W04-DETAIL-SUB)  TO SNAP-DTL-PRESENT
           MOVE W03-DTL-COUNT(W04-DETAIL-SUB)    TO SNAP-DTL-COUNT
           PERFORM 152-WRITE-MANIFEST-RECORD
           .

       152-WRITE-MANIFEST-RECORD.
           WRITE SNAP-MANIFEST-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE SNAP-MANIFEST-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE ROLLBACK LOG IS APPENDED TO; THE FIRST ROLLBACK EVER
      * CREATES IT
       160-OPEN-ROLLBACK-LOG.
           OPEN EXTEND F07-ROLLBACK-LOG
           IF W13-LOG-STATUS = "35"
               OPEN OUTPUT F07-ROLLBACK-LOG
           END-IF
           MOVE "RollbackLog.dat" TO ABEND-FILE-NAME
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W13-LOG-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * PUT EVERY FILE IN THE OPEN SET BACK FROM ITS SNAPSHOT. THE
      * SET IS MARKED RESTORED ONLY IF EVERY FILE CAME BACK WITH THE
      * RECORD COUNT IT WAS SNAPSHOTTED WITH - OTHERWISE IT STAYS
      * OPEN AND THE RUN ENDS WITH RC 12 FOR THE OPERATOR
       200-RESTORE-SNAPSHOT-SET.
           PERFORM 160-OPEN-ROLLBACK-LOG

           PERFORM 210-RESTORE-ONE-FILE
               VARYING W04-DETAIL-SUB FROM 1 BY 1
               UNTIL W04-DETAIL-SUB > W03-DETAIL-COUNT

           CLOSE F07-ROLLBACK-LOG

           IF NOT W01-RUN-FAILED
               SET W03-SET-RESTORED TO TRUE
               PERFORM 150-WRITE-MANIFEST
           END-IF
           .

      * THE SNAPSHOT IS OPENED BEFORE THE DAMAGED FILE IS EMPTIED, SO
      * A MISSING SNAPSHOT ABENDS WITH THE FILE STILL AS THE FAILED
      * STEP LEFT IT. A FILE THAT DID NOT EXIST AT SNAPSHOT TIME
      * COMES BACK EMPTY
       210-RESTORE-ONE-FILE.
           MOVE W03-DTL-KIND(W04-DETAIL-SUB) TO W15-CURRENT-KIND
           MOVE W03-DTL-MASTER(W04-DETAIL-SUB) TO W05-MASTER-NAME
           PERFORM 400-COUNT-MASTER-RECORDS
           MOVE W08-RECORD-COUNT TO W08-BEFORE-COUNT

           IF W03-DTL-PRESENT(W04-DETAIL-SUB) = "Y"
               MOVE W03-DTL-SNAPSHOT(W04-DETAIL-SUB)
                   TO W06-SNAPSHOT-NAME
               OPEN INPUT F06-SNAPSHOT-FILE
               MOVE W06-SNAPSHOT-NAME TO ABEND-FILE-NAME
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE W12-SNAPSHOT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           PERFORM 520-OPEN-MASTER-OUTPUT

           IF W03-DTL-PRESENT(W04-DETAIL-SUB) = "Y"
               MOVE SPACES TO W01-SNAPSHOT-EOF-SWITCH
               PERFORM 220-READ-SNAPSHOT
               PERFORM 230-COPY-SNAPSHOT-RECORD
                   UNTIL W01-SNAPSHOT-EOF
               CLOSE F06-SNAPSHOT-FILE
           END-IF

           PERFORM 540-CLOSE-MASTER

           PERFORM 400-COUNT-MASTER-RECORDS
           IF W08-RECORD-COUNT = W03-DTL-COUNT(W04-DETAIL-SUB)
               MOVE "RESTORED" TO W09-LOG-RESULT
           ELSE
               MOVE "MISMATCH" TO W09-LOG-RESULT
               SET W01-RUN-FAILED TO TRUE
           END-IF
           PERFORM 250-WRITE-ROLLBACK-LINE
           .

       220-READ-SNAPSHOT.
           READ F06-SNAPSHOT-FILE INTO W07-RECORD-IMAGE
               AT END SET W01-SNAPSHOT-EOF TO TRUE
           END-READ
           MOVE W06-SNAPSHOT-NAME TO ABEND-FILE-NAME
           MOVE "READ" TO ABEND-OPERATION
           MOVE W12-SNAPSHOT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       230-COPY-SNAPSHOT-RECORD.
           PERFORM 530-WRITE-MASTER
           PERFORM 220-READ-SNAPSHOT
           .

       250-WRITE-ROLLBACK-LINE.
           MOVE W14-RUN-DATE TO W09-LOG-DATE
           MOVE W14-RUN-TIME TO W09-LOG-TIME
           MOVE W03-SET-STEP TO W09-LOG-STEP
           MOVE W03-DTL-MASTER(W04-DETAIL-SUB) TO W09-LOG-MASTER
           IF W03-DTL-PRESENT(W04-DETAIL-SUB) = "Y"
               MOVE W03-DTL-SNAPSHOT(W04-DETAIL-SUB)
                   TO W09-LOG-SNAPSHOT
           ELSE
               MOVE "(not present - emptied)" TO W09-LOG-SNAPSHOT
           END-IF
           MOVE W03-SET-DATE TO W09-LOG-TAKEN-DATE
           MOVE W03-SET-TIME TO W09-LOG-TAKEN-TIME
           MOVE W08-BEFORE-COUNT TO W09-LOG-BEFORE
           MOVE W08-RECORD-COUNT TO W09-LOG-AFTER

           WRITE F07-ROLLBACK-RECORD FROM W09-ROLLBACK-LINE
           MOVE "RollbackLog.dat" TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE W13-LOG-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * COPY EACH LISTED FILE ASIDE AND OPEN A NEW SET FOR THE STEP.
      * THE MANIFEST IS WRITTEN ONLY ONCE EVERY COPY IS SAFE
       300-TAKE-SNAPSHOT-SET.
           MOVE W02-STEP-NAME TO W03-SET-STEP
           SET W03-SET-TAKEN TO TRUE
           MOVE W14-RUN-DATE TO W03-SET-DATE
           MOVE W14-RUN-TIME TO W03-SET-TIME
           MOVE ZERO TO W03-DETAIL-COUNT

           PERFORM 310-SNAPSHOT-ONE-FILE
               VARYING W04-DETAIL-SUB FROM 1 BY 1
               UNTIL W04-DETAIL-SUB > 12
                  OR SNAP-FILE-KIND(W04-DETAIL-SUB) = SPACE

           PERFORM 150-WRITE-MANIFEST
           .

       310-SNAPSHOT-ONE-FILE.
           ADD 1 TO W03-DETAIL-COUNT
           MOVE SNAP-FILE-KIND(W04-DETAIL-SUB) TO W15-CURRENT-KIND
           MOVE SNAP-FILE-KIND(W04-DETAIL-SUB)
               TO W03-DTL-KIND(W04-DETAIL-SUB)
           MOVE SNAP-FILE-NAME(W04-DETAIL-SUB) TO W05-MASTER-NAME
           MOVE W05-MASTER-NAME TO W03-DTL-MASTER(W04-DETAIL-SUB)
           MOVE SPACES TO W06-SNAPSHOT-NAME
           STRING W05-MASTER-NAME DELIMITED BY SPACE
                  ".SNP"          DELIMITED BY SIZE
               INTO W06-SNAPSHOT-NAME
           END-STRING
           MOVE W06-SNAPSHOT-NAME TO W03-DTL-SNAPSHOT(W04-DETAIL-SUB)
           MOVE ZERO TO W08-RECORD-COUNT

           PERFORM 500-OPEN-MASTER-INPUT
           IF W11-MASTER-STATUS = "35"
               MOVE "N" TO W03-DTL-PRESENT(W04-DETAIL-SUB)
           ELSE
               MOVE "Y" TO W03-DTL-PRESENT(W04-DETAIL-SUB)
               PERFORM 590-CHECK-MASTER-STATUS
               OPEN OUTPUT F06-SNAPSHOT-FILE
               MOVE W06-SNAPSHOT-NAME TO ABEND-FILE-NAME
               MOVE W12-SNAPSHOT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               PERFORM 510-READ-MASTER
               PERFORM 320-COPY-MASTER-RECORD
                   UNTIL W01-MASTER-EOF
               CLOSE F06-SNAPSHOT-FILE
               PERFORM 540-CLOSE-MASTER
           END-IF

           MOVE W08-RECORD-COUNT TO W03-DTL-COUNT(W04-DETAIL-SUB)
           .

       320-COPY-MASTER-RECORD.
           WRITE F06-SNAPSHOT-RECORD FROM W07-RECORD-IMAGE
           MOVE W06-SNAPSHOT-NAME TO ABEND-FILE-NAME
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE W12-SNAPSHOT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W08-RECORD-COUNT
           PERFORM 510-READ-MASTER
           .

      * RECORDS ON THE FILE IN HAND - ZERO IF IT DOES NOT EXIST
       400-COUNT-MASTER-RECORDS.
           MOVE ZERO TO W08-RECORD-COUNT
           PERFORM 500-OPEN-MASTER-INPUT
           IF W11-MASTER-STATUS NOT = "35"
               PERFORM 590-CHECK-MASTER-STATUS
               PERFORM 510-READ-MASTER
               PERFORM 410-COUNT-ONE-RECORD
                   UNTIL W01-MASTER-EOF
               PERFORM 540-CLOSE-MASTER
           END-IF
           .

       410-COUNT-ONE-RECORD.
           ADD 1 TO W08-RECORD-COUNT
           PERFORM 510-READ-MASTER
           .

       500-OPEN-MASTER-INPUT.
           MOVE SPACES TO W01-MASTER-EOF-SWITCH
           MOVE "OPEN" TO ABEND-OPERATION
           EVALUATE TRUE
               WHEN W15-SITE-MASTER
                   OPEN INPUT F01-SITE-MASTER
               WHEN W15-OPEN-PO-MASTER
                   OPEN INPUT F02-OPEN-PO-MASTER
               WHEN W15-EMPLOYEE-MASTER
                   OPEN INPUT F03-EMPLOYEE-MASTER
               WHEN W15-LEAVE-MASTER
                   OPEN INPUT F04-LEAVE-MASTER
               WHEN W15-SIN-MASTER
                   OPEN INPUT F08-SIN-MASTER
               WHEN W15-ADDRESS-MASTER
                   OPEN INPUT F09-ADDRESS-MASTER
               WHEN W15-TRANSFER-MASTER
                   OPEN INPUT F10-TRANSFER-MASTER
               WHEN W15-IN-TRANSIT-MASTER
                   OPEN INPUT F11-IN-TRANSIT-MASTER
               WHEN W15-GL-BALANCE-MASTER
                   OPEN INPUT F12-GL-BALANCE-MASTER
               WHEN OTHER
                   OPEN INPUT F05-SEQUENTIAL-FILE
           END-EVALUATE
           .

       510-READ-MASTER.
           EVALUATE TRUE
               WHEN W15-SITE-MASTER
                   READ F01-SITE-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-OPEN-PO-MASTER
                   READ F02-OPEN-PO-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-EMPLOYEE-MASTER
                   READ F03-EMPLOYEE-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-LEAVE-MASTER
                   READ F04-LEAVE-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-SIN-MASTER
                   READ F08-SIN-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-ADDRESS-MASTER
                   READ F09-ADDRESS-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-TRANSFER-MASTER
                   READ F10-TRANSFER-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-IN-TRANSIT-MASTER
                   READ F11-IN-TRANSIT-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN W15-GL-BALANCE-MASTER
                   READ F12-GL-BALANCE-MASTER INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ F05-SEQUENTIAL-FILE INTO W07-RECORD-IMAGE
                       AT END SET W01-MASTER-EOF TO TRUE
                   END-READ
           END-EVALUATE
           MOVE "READ" TO ABEND-OPERATION
           PERFORM 590-CHECK-MASTER-STATUS
           .

      * THE SNAPSHOT WAS TAKEN IN KEY ORDER, SO IT LOADS STRAIGHT
      * BACK INTO A FRESH INDEXED FILE
       520-OPEN-MASTER-OUTPUT.
           EVALUATE TRUE
               WHEN W15-SITE-MASTER
                   OPEN OUTPUT F01-SITE-MASTER
               WHEN W15-OPEN-PO-MASTER
                   OPEN OUTPUT F02-OPEN-PO-MASTER
               WHEN W15-EMPLOYEE-MASTER
                   OPEN OUTPUT F03-EMPLOYEE-MASTER
               WHEN W15-LEAVE-MASTER
                   OPEN OUTPUT F04-LEAVE-MASTER
               WHEN W15-SIN-MASTER
                   OPEN OUTPUT F08-SIN-MASTER
               WHEN W15-ADDRESS-MASTER
                   OPEN OUTPUT F09-ADDRESS-MASTER
               WHEN W15-TRANSFER-MASTER
                   OPEN OUTPUT F10-TRANSFER-MASTER
               WHEN W15-IN-TRANSIT-MASTER
                   OPEN OUTPUT F11-IN-TRANSIT-MASTER
               WHEN W15-GL-BALANCE-MASTER
                   OPEN OUTPUT F12-GL-BALANCE-MASTER
               WHEN OTHER
                   OPEN OUTPUT F05-SEQUENTIAL-FILE
           END-EVALUATE
           MOVE "OPEN" TO ABEND-OPERATION
           PERFORM 590-CHECK-MASTER-STATUS
           .

       530-WRITE-MASTER.
           EVALUATE TRUE
               WHEN W15-SITE-MASTER
                   WRITE F01-SITE-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-OPEN-PO-MASTER
                   WRITE F02-OPEN-PO-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-EMPLOYEE-MASTER
                   WRITE F03-EMPLOYEE-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-LEAVE-MASTER
                   WRITE F04-LEAVE-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-SIN-MASTER
                   WRITE F08-SIN-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-ADDRESS-MASTER
                   WRITE F09-ADDRESS-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-TRANSFER-MASTER
                   WRITE F10-TRANSFER-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-IN-TRANSIT-MASTER
                   WRITE F11-IN-TRANSIT-RECORD FROM W07-RECORD-IMAGE
               WHEN W15-GL-BALANCE-MASTER
                   WRITE F12-GL-BALANCE-RECORD FROM W07-RECORD-IMAGE
               WHEN OTHER
                   WRITE F05-SEQUENTIAL-RECORD FROM W07-RECORD-IMAGE
           END-EVALUATE
           MOVE "WRITE" TO ABEND-OPERATION
           PERFORM 590-CHECK-MASTER-STATUS
           .

       540-CLOSE-MASTER.
           EVALUATE TRUE
               WHEN W15-SITE-MASTER
                   CLOSE F01-SITE-MASTER
               WHEN W15-OPEN-PO-MASTER
                   CLOSE F02-OPEN-PO-MASTER
               WHEN W15-EMPLOYEE-MASTER
                   CLOSE F03-EMPLOYEE-MASTER
               WHEN W15-LEAVE-MASTER
                   CLOSE F04-LEAVE-MASTER
               WHEN W15-SIN-MASTER
                   CLOSE F08-SIN-MASTER
               WHEN W15-ADDRESS-MASTER
                   CLOSE F09-ADDRESS-MASTER
               WHEN W15-TRANSFER-MASTER
                   CLOSE F10-TRANSFER-MASTER
               WHEN W15-IN-TRANSIT-MASTER
                   CLOSE F11-IN-TRANSIT-MASTER
               WHEN W15-GL-BALANCE-MASTER
                   CLOSE F12-GL-BALANCE-MASTER
               WHEN OTHER
                   CLOSE F05-SEQUENTIAL-FILE
           END-EVALUATE
           .

       590-CHECK-MASTER-STATUS.
           MOVE W05-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W11-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .
