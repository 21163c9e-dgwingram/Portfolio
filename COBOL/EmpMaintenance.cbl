      * TWO INDEXED EMPLOYEE MASTERS - "1" = THE SIN MASTER THE CASH
      * EXTRACT READS, "3" = THE SSN MASTER THE VALIDATOR READS -
      * ENFORCING THE SAME FIELD EDITS THE VALIDATOR ENFORCES, WITH A
      * MAINTENANCE REGISTER OF EVERY APPLIED AND REJECTED TRANSACTION.
      * A CHANGE TO AN EFT EMPLOYEE'S BANK TRANSIT OR ACCOUNT NEVER
      * REACHES THE MASTER FROM HERE - IT IS HELD ON THE PENDING
      * BANK CHANGE FILE FOR A SECOND OPERATOR TO APPROVE
       FILE-CONTROL.
           SELECT F01-SSN-MASTER
               ASSIGN TO DYNAMIC W11-SSN-MASTER-NAME
           SELECT F04-PRINT-FILE ASSIGN TO 'MaintRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL.

      * HOURLY RATE HISTORY - A ROW IS APPENDED FOR EVERY NEW HIRE'S
      * STARTING RATE AND EVERY RATE CHANGE, WITH THE DATE IT TAKES
      * EFFECT; THE FIRST RATE CHANGE EVER KEYED CREATES THE FILE
           SELECT F06-RATE-HISTORY ASSIGN TO 'RateHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-RATE-HIST-STATUS.

      * DIRECT-DEPOSIT BANK CHANGES AWAITING A SECOND OPERATOR'S
      * APPROVAL - APPENDED TO; THE FIRST CHANGE EVER HELD CREATES
      * THE FILE
           SELECT F07-BANK-PENDING ASSIGN TO 'BankPending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-BANK-PEND-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * ONE MAINTENANCE TRANSACTION: ACTION, TARGET MASTER, AND THE
      * FULL RECORD IMAGE IN THAT MASTER'S OWN LAYOUT (THE SIN
      * MASTER'S 36-CHARACTER IMAGE SITS IN THE FIRST 36 POSITIONS).
      * AN SSN MASTER CHANGE MAY CARRY THE DATE A NEW HOURLY RATE
      * TAKES EFFECT - BLANK MEANS THE DAY IT IS KEYED
       FD  F03-TRANS-FILE
           RECORD CONTAINS 143 CHARACTERS
           DATA RECORD IS F03-TRANS-RECORD.
       01  F03-TRANS-RECORD.
           05  F03-TRANS-ACTION            PIC X.
               88  F03-MASTER-ADDR         VALUE "A".
               88  F03-MASTER-VALID        VALUES "1" "3" "A".
           05  F03-TRANS-IMAGE             PIC X(133).
           05  F03-TRANS-EFF-DATE          PIC X(8).

       FD  F04-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(100).

       FD  F06-RATE-HISTORY
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS F06-RATE-HIST-RECORD.

           COPY RATEHIST REPLACING LEADING ==R01== BY ==F06==.

       FD  F07-BANK-PENDING
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS F07-PENDING-RECORD.

           COPY BANKPEND REPLACING LEADING ==B01== BY ==F07==.

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

               88  W04-TRANS-REJECTED            VALUE "Y".
               88  W04-TRANS-CLEAN               VALUE "N".
           05  W04-REJECT-REASON           PIC X(38) VALUE SPACES.
           05  W04-APPLIED-NOTE            PIC X(38) VALUE SPACES.

       01 W05-ERR-MSGS.
           05 W05-ACTION-ERR               PIC X(30)
                   VALUE 'Terminated employee needs term date'.
           05 W05-PAY-FREQ-ERR             PIC X(33)
                   VALUE 'Pay frequency must be W, B or S'.
           05 W05-EFF-DATE-ERR             PIC X(38)
                   VALUE 'Effective date must be today or before'.
           05 W05-RETRO-NOTE               PIC X(38)
                   VALUE 'Back-dated raise - retro pay pending'.
           05 W05-BANK-HELD-NOTE           PIC X(38)
                   VALUE 'Bank change held for approval'.

      * READ/APPLIED/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W06-RUN-COUNTS.
           05 W06-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W06-RECORDS-APPLIED  PIC 9(7)    VALUE ZERO.
           05 W06-RECORDS-REJECTED PIC 9(7)    VALUE ZERO.
           05 W06-BANK-CHANGES-HELD PIC 9(7)   VALUE ZERO.

       01 W07-CONTROL-LINE.
           05  W07-CONTROL-LABEL           PIC X(38).

       01 W19-RECORD-SAVE          PIC X(133)  VALUE SPACES.

       01 W20-RATE-HIST-STATUS     PIC XX      VALUE SPACES.

      * THE MASTER'S HOURLY RATE BEFORE A CHANGE IS APPLIED - PICKED
      * UP ON THE SAME READ AS THE PRENOTE STATE
       01 W21-RATE-CHANGE.
           05  W21-OLD-RATE            PIC 9(3)V99 VALUE ZERO.
           05  W21-EFF-DATE            PIC X(8)    VALUE SPACES.

       01 W22-OPERATOR-ID          PIC X(8)    VALUE "UNKNOWN".

       01 W23-BANK-PEND-STATUS     PIC XX      VALUE SPACES.

      * THE MASTER'S BANK DETAILS BEFORE A CHANGE - PICKED UP ON THE
      * SAME READ AS THE PRENOTE STATE
       01 W24-SAVED-BANK.
           05  W24-MASTER-SWITCH       PIC X    VALUE SPACE.
               88  W24-MASTER-FOUND            VALUE "Y".
           05  W24-OLD-TRANSIT         PIC X(9) VALUE SPACES.
           05  W24-OLD-ACCOUNT         PIC X(12) VALUE SPACES.
           05  W24-OLD-PAY-METHOD      PIC X    VALUE SPACE.

      * EVERY EMPLOYEE WHOSE ADDRESS OR BANK DETAILS THIS BATCH HAS
      * TOUCHED, SO AN ADDRESS CHANGE KEYED IN THE SAME BATCH AS A
      * BANK CHANGE - BEFORE OR AFTER IT - SENDS THE CONFIRMATION
      * LETTER TO THE ADDRESS THE EMPLOYEE HAD BEFORE THE BATCH
       01 W25-BATCH-TABLE.
           05  W25-ENTRY-COUNT         PIC 9(4) VALUE ZERO.
           05  W25-ENTRY OCCURS 500 TIMES.
               10  W25-SSN             PIC 9(9).
               10  W25-ADDR-SWITCH     PIC X.
                   88  W25-ADDR-CHANGED        VALUE "Y".
               10  W25-BANK-SWITCH     PIC X.
                   88  W25-BANK-HELD           VALUE "Y".
               10  W25-OLD-ADDRESS     PIC X(55).
               10  W25-PENDING-IMAGE   PIC X(149).

       01 W26-BATCH-WORK.
           05  W26-SUB                 PIC 9(4) VALUE ZERO.
           05  W26-FOUND-SWITCH        PIC X    VALUE SPACE.
               88  W26-ENTRY-FOUND             VALUE "Y".
           05  W26-SEARCH-SSN          PIC 9(9) VALUE ZERO.
           05  W26-RUN-TIME            PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE "EmpMaintenance" TO ABEND-PROGRAM
           MOVE "EmpMaintenance" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 908-GET-MASK-OPTION
           ACCEPT W17-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT W26-RUN-TIME FROM TIME
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY ABENDPRC.

           COPY JRNLPRC.

      * ONLY PAYROLL STAFF MAY CHANGE THE LIVE EMPLOYEE MASTERS -
      * CHECKED BEFORE THE RUN LOCK IS TAKEN OR ANY FILE OPENED
       080-CHECK-OPERATOR-ROLE.
           MOVE "EMPLOYEE MAINTENANCE" TO SEC-FUNCTION
           MOVE "CS" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W14-FILE-NAME-OVERRIDE
           IF W14-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W14-FILE-NAME-OVERRIDE TO W16-ADDR-MASTER-NAME
           END-IF

           ACCEPT W22-OPERATOR-ID
               FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W22-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO W22-OPERATOR-ID
           END-IF
           .

           COPY MASKPRC.

           COPY SECPRC.

      * COPY ASIDE THE THREE EMPLOYEE MASTERS AND THE RATE HISTORY,
      * PENDING BANK CHANGES AND CHANGE JOURNAL BEFORE ANY OF THEM IS
      * OPENED, SO A FAILED RUN CAN BE PUT BACK AND RERUN FROM THE TOP
      * (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W11-SSN-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "N" TO SNAP-ADD-KIND
           MOVE W12-SIN-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "A" TO SNAP-ADD-KIND
           MOVE W16-ADDR-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "RateHistory.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "BankPending.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-FILES.
           OPEN INPUT F03-TRANS-FILE
                I-O F01-SSN-MASTER
                I-O F02-SIN-MASTER
                I-O F05-ADDRESS-MASTER
                OUTPUT F04-PRINT-FILE

           OPEN EXTEND F06-RATE-HISTORY
           IF W20-RATE-HIST-STATUS = "35"
               OPEN OUTPUT F06-RATE-HISTORY
           END-IF

           OPEN EXTEND F07-BANK-PENDING
           IF W23-BANK-PEND-STATUS = "35"
               OPEN OUTPUT F07-BANK-PENDING
           END-IF

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
           ADD 1 TO W06-RECORDS-READ
           SET W04-TRANS-CLEAN TO TRUE
           MOVE SPACES TO W04-REJECT-REASON
           MOVE SPACES TO W04-APPLIED-NOTE

           IF NOT F03-ACTION-VALID
               SET W04-TRANS-REJECTED TO TRUE
           IF NOT F01-FREQ-VALID
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-PAY-FREQ-ERR TO W04-REJECT-REASON
           ELSE
           IF F03-TRANS-EFF-DATE NOT = SPACES
                   AND (F03-TRANS-EFF-DATE NOT NUMERIC
                       OR F03-TRANS-EFF-DATE > W17-RUN-DATE)
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-EFF-DATE-ERR TO W04-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
                               MOVE W05-DUPLICATE-ERR
                                   TO W04-REJECT-REASON
                       END-WRITE
                       IF W04-TRANS-CLEAN
                           MOVE ZERO TO W21-OLD-RATE
                           PERFORM 437-WRITE-RATE-HISTORY
                           MOVE SPACES TO JRN-BEFORE-IMAGE
                           MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
                           PERFORM 931-JOURNAL-EMPLOYEE
                       END-IF
                   WHEN F03-ACTION-CHANGE
                       PERFORM 435-SET-PRENOTE-STATE
                       REWRITE F01-EMPLOYEE-RECORD
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-REWRITE
                       IF W04-TRANS-CLEAN
                           AND W21-OLD-RATE NOT = F01-HOURLY-RATE
                           PERFORM 437-WRITE-RATE-HISTORY
                       END-IF
                       IF W04-TRANS-CLEAN
                           MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
                           PERFORM 931-JOURNAL-EMPLOYEE
                       END-IF
                   WHEN F03-ACTION-DELETE
                       MOVE SPACES TO JRN-BEFORE-IMAGE
                       READ F01-SSN-MASTER
                           NOT INVALID KEY
                               MOVE F01-EMPLOYEE-RECORD
                                   TO JRN-BEFORE-IMAGE
                       END-READ
                       DELETE F01-SSN-MASTER
                           INVALID KEY
                               SET W04-TRANS-REJECTED TO TRUE
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-DELETE
                       IF W04-TRANS-CLEAN
                           MOVE SPACES TO JRN-AFTER-IMAGE
                           PERFORM 931-JOURNAL-EMPLOYEE
                       END-IF
               END-EVALUATE
           ELSE
           IF F03-MASTER-SIN
               IF F03-ACTION-ADD OR F03-ACTION-CHANGE
                   MOVE SPACE TO A01-ADDR-UNDELIV
               END-IF
               MOVE SPACES TO JRN-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN F03-ACTION-ADD
                       WRITE A01-ADDRESS-RECORD
                               MOVE W05-DUPLICATE-ERR
                                   TO W04-REJECT-REASON
                       END-WRITE
                       MOVE A01-ADDRESS-RECORD TO JRN-AFTER-IMAGE
                   WHEN F03-ACTION-CHANGE
                       PERFORM 439-READ-OLD-ADDRESS
                       PERFORM 438-SAVE-OLD-ADDRESS
                       REWRITE A01-ADDRESS-RECORD
                           INVALID KEY
                               SET W04-TRANS-REJECTED TO TRUE
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-REWRITE
                       MOVE A01-ADDRESS-RECORD TO JRN-AFTER-IMAGE
                   WHEN F03-ACTION-DELETE
                       PERFORM 439-READ-OLD-ADDRESS
                       DELETE F05-ADDRESS-MASTER
                           INVALID KEY
                               SET W04-TRANS-REJECTED TO TRUE
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-DELETE
                       MOVE SPACES TO JRN-AFTER-IMAGE
               END-EVALUATE
               IF W04-TRANS-CLEAN
                   PERFORM 932-JOURNAL-ADDRESS
               END-IF
           END-IF
           END-IF
           .
           IF F03-ACTION-CHANGE
               MOVE SPACE TO W18-SAVED-STATUS
               MOVE SPACES TO W18-SAVED-DATE
               MOVE F01-HOURLY-RATE TO W21-OLD-RATE
               MOVE SPACE TO W24-MASTER-SWITCH
               MOVE SPACES TO JRN-BEFORE-IMAGE
               MOVE F01-EMPLOYEE-RECORD TO W19-RECORD-SAVE
               READ F01-SSN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE
                       MOVE F01-PRENOTE-STATUS TO W18-SAVED-STATUS
                       MOVE F01-PRENOTE-DATE TO W18-SAVED-DATE
                       MOVE F01-HOURLY-RATE TO W21-OLD-RATE
                       SET W24-MASTER-FOUND TO TRUE
                       MOVE F01-BANK-TRANSIT-X TO W24-OLD-TRANSIT
                       MOVE F01-BANK-ACCOUNT TO W24-OLD-ACCOUNT
                       MOVE F01-PAY-METHOD TO W24-OLD-PAY-METHOD
               END-READ
               MOVE W19-RECORD-SAVE TO F01-EMPLOYEE-RECORD
               IF F01-PRENOTE-NONE AND W18-SAVED-STATUS NOT = SPACE
                   MOVE W18-SAVED-STATUS TO F01-PRENOTE-STATUS
                   MOVE W18-SAVED-DATE TO F01-PRENOTE-DATE
               END-IF
               IF W24-MASTER-FOUND AND F01-PAY-EFT
                   AND (F01-BANK-TRANSIT-X NOT = W24-OLD-TRANSIT
                       OR F01-BANK-ACCOUNT NOT = W24-OLD-ACCOUNT)
                   PERFORM 436-HOLD-BANK-CHANGE
               END-IF
           END-IF

           IF F01-PAY-EFT
           END-IF
           .

      * NEW BANK DETAILS GO TO THE PENDING FILE AND THE MASTER KEEPS
      * THE DETAILS (AND PAY METHOD) IT HAS - THE REST OF THE CHANGE
      * STILL APPLIES. APPROVAL PUTS THE EMPLOYEE BACK THROUGH THE
      * PRENOTE CYCLE ON THE NEW ACCOUNT
       436-HOLD-BANK-CHANGE.
           MOVE SPACES TO F07-PENDING-RECORD
           MOVE F01-EMPLOYEE-SSN TO F07-PEND-SSN
           SET F07-PEND-HELD TO TRUE
           MOVE F01-BANK-TRANSIT TO F07-PEND-NEW-TRANSIT
           MOVE F01-BANK-ACCOUNT TO F07-PEND-NEW-ACCOUNT
           MOVE F01-PAY-METHOD TO F07-PEND-NEW-PAY-METHOD
           MOVE W24-OLD-TRANSIT TO F07-PEND-OLD-TRANSIT
           MOVE W24-OLD-ACCOUNT TO F07-PEND-OLD-ACCOUNT
           MOVE W22-OPERATOR-ID TO F07-PEND-KEYED-BY
           MOVE W17-RUN-DATE TO F07-PEND-KEYED-DATE
           MOVE W26-RUN-TIME TO F07-PEND-KEYED-TIME

           MOVE F01-EMPLOYEE-SSN TO W26-SEARCH-SSN
           PERFORM 470-FIND-BATCH-ENTRY
           IF W26-ENTRY-FOUND AND W25-ADDR-CHANGED(W26-SUB)
               MOVE "Y" TO F07-PEND-OLD-ADDR-FLAG
               MOVE W25-OLD-ADDRESS(W26-SUB) TO F07-PEND-OLD-ADDRESS
           END-IF
           PERFORM 480-WRITE-PENDING-RECORD
           IF W26-ENTRY-FOUND
               SET W25-BANK-HELD(W26-SUB) TO TRUE
               MOVE F07-PENDING-RECORD TO W25-PENDING-IMAGE(W26-SUB)
           END-IF

           MOVE W24-OLD-TRANSIT TO F01-BANK-TRANSIT-X
           MOVE W24-OLD-ACCOUNT TO F01-BANK-ACCOUNT
           MOVE W24-OLD-PAY-METHOD TO F01-PAY-METHOD
           ADD 1 TO W06-BANK-CHANGES-HELD
           MOVE W05-BANK-HELD-NOTE TO W04-APPLIED-NOTE
           .

      * KEEP THE ADDRESS AN EMPLOYEE HAD BEFORE THIS BATCH FIRST
      * CHANGED IT. A BANK CHANGE ALREADY HELD IN THIS BATCH IS
      * RE-STATED ON THE PENDING FILE WITH THAT ADDRESS, SO ITS
      * LETTER DOESN'T FOLLOW THE NEW ONE
       438-SAVE-OLD-ADDRESS.
           MOVE A01-ADDR-SSN TO W26-SEARCH-SSN
           PERFORM 470-FIND-BATCH-ENTRY
           IF W26-ENTRY-FOUND AND NOT W25-ADDR-CHANGED(W26-SUB)
                   AND JRN-BEFORE-IMAGE NOT = SPACES
               SET W25-ADDR-CHANGED(W26-SUB) TO TRUE
               MOVE JRN-BEFORE-IMAGE(10:55)
                   TO W25-OLD-ADDRESS(W26-SUB)
               IF W25-BANK-HELD(W26-SUB)
                   MOVE W25-PENDING-IMAGE(W26-SUB)
                       TO F07-PENDING-RECORD
                   MOVE "Y" TO F07-PEND-OLD-ADDR-FLAG
                   MOVE W25-OLD-ADDRESS(W26-SUB)
                       TO F07-PEND-OLD-ADDRESS
                   PERFORM 480-WRITE-PENDING-RECORD
                   MOVE F07-PENDING-RECORD
                       TO W25-PENDING-IMAGE(W26-SUB)
               END-IF
           END-IF
           .

      * THE ADDRESS AS IT STANDS ON THE MASTER, FOR THE CHANGE
      * JOURNAL - THE KEYED IMAGE IS PUT BACK AFTER THE READ
       439-READ-OLD-ADDRESS.
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE A01-ADDRESS-RECORD TO W19-RECORD-SAVE
           READ F05-ADDRESS-MASTER
               NOT INVALID KEY
                   MOVE A01-ADDRESS-RECORD TO JRN-BEFORE-IMAGE
           END-READ
           MOVE W19-RECORD-SAVE(1:64) TO A01-ADDRESS-RECORD
           .

      * ONE RATE HISTORY ROW FOR THE NEW RATE. ONLY A RAISE
      * EFFECTIVE BEFORE TODAY IS LEFT PENDING FOR THE RETRO PAY
      * STEP - PERIODS ALREADY PAID AT THE OLD RATE ARE OWED THE
      * DIFFERENCE. A NEW HIRE'S STARTING RATE, A CUT, OR A CHANGE
      * EFFECTIVE TODAY NEEDS NO RETRO
       437-WRITE-RATE-HISTORY.
           IF F03-TRANS-EFF-DATE = SPACES
               MOVE W17-RUN-DATE TO W21-EFF-DATE
           ELSE
               MOVE F03-TRANS-EFF-DATE TO W21-EFF-DATE
           END-IF

           MOVE F01-EMPLOYEE-SSN TO F06-RATE-SSN
           MOVE W21-EFF-DATE TO F06-RATE-EFF-DATE
           MOVE W21-OLD-RATE TO F06-RATE-OLD
           MOVE F01-HOURLY-RATE TO F06-RATE-NEW
           MOVE W17-RUN-DATE TO F06-RATE-KEYED-DATE
           MOVE W22-OPERATOR-ID TO F06-RATE-KEYED-BY
           IF F03-ACTION-CHANGE
                   AND W21-EFF-DATE < W17-RUN-DATE
                   AND F01-HOURLY-RATE > W21-OLD-RATE
               SET F06-RETRO-PENDING TO TRUE
               MOVE W05-RETRO-NOTE TO W04-APPLIED-NOTE
           ELSE
               SET F06-RETRO-NOT-NEEDED TO TRUE
           END-IF

           WRITE F06-RATE-HIST-RECORD
           .

       440-WRITE-APPLIED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "APPLIED" TO W03-RESULT-OUT
           MOVE W04-APPLIED-NOTE TO W03-REASON-OUT

           WRITE F04-PRINT-RECORD FROM W03-REGISTER-LINE
           .
           END-IF
           .

      * LOCATE THE EMPLOYEE'S ENTRY IN THE BATCH TABLE, ADDING ONE
      * IF THIS IS THE FIRST TIME THE BATCH HAS TOUCHED THEM. A FULL
      * TABLE LEAVES THE ENTRY NOT FOUND
       470-FIND-BATCH-ENTRY.
           MOVE SPACE TO W26-FOUND-SWITCH
           PERFORM 475-CHECK-BATCH-ENTRY
               VARYING W26-SUB FROM 1 BY 1
               UNTIL W26-SUB > W25-ENTRY-COUNT
                   OR W26-ENTRY-FOUND
           IF W26-ENTRY-FOUND
               SUBTRACT 1 FROM W26-SUB
           ELSE
               IF W25-ENTRY-COUNT < 500
                   ADD 1 TO W25-ENTRY-COUNT
                   MOVE W25-ENTRY-COUNT TO W26-SUB
                   MOVE W26-SEARCH-SSN TO W25-SSN(W26-SUB)
                   MOVE SPACE TO W25-ADDR-SWITCH(W26-SUB)
                   MOVE SPACE TO W25-BANK-SWITCH(W26-SUB)
                   MOVE SPACES TO W25-OLD-ADDRESS(W26-SUB)
                   MOVE SPACES TO W25-PENDING-IMAGE(W26-SUB)
                   SET W26-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           .

       475-CHECK-BATCH-ENTRY.
           IF W25-SSN(W26-SUB) = W26-SEARCH-SSN
               SET W26-ENTRY-FOUND TO TRUE
           END-IF
           .

       480-WRITE-PENDING-RECORD.
           WRITE F07-PENDING-RECORD
           .

       500-WRITE-FOOTER.
           MOVE "Transactions Read" TO W07-CONTROL-LABEL
           MOVE W06-RECORDS-READ TO W07-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Bank Changes Held For Approval" TO W07-CONTROL-LABEL
           MOVE W06-BANK-CHANGES-HELD TO W07-CONTROL-COUNT
           WRITE F04-PRINT-RECORD FROM W07-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F04-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .
                 F02-SIN-MASTER
                 F05-ADDRESS-MASTER
                 F04-PRINT-FILE
                 F06-RATE-HISTORY
                 F07-BANK-PENDING

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
