       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeRecon.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * RECONCILES THE CHEQUE REGISTER AGAINST THE BANK'S PAID-ITEMS
      * FILE. EACH CHEQUE THE BANK PAID IS MARKED PAID ON THE
      * REGISTER WITH AN APPENDED "P" RECORD, THE SAME WAY A VOID IS
      * RECORDED, SO THE LAST RECORD FOR A NUMBER STAYS ITS CURRENT
      * STATE. A PAID AMOUNT THAT DIFFERS FROM THE ISSUE, AND ANY
      * ITEM PAID ON A VOIDED, ALREADY-PAID OR UNKNOWN NUMBER, IS
      * LISTED FOR THE BANK TO RETURN. THEN EVERY CHEQUE STILL
      * STANDING IS LISTED AGED BY ISSUE DATE, WITH THOSE ISSUED
      * MORE THAN SIX MONTHS BEFORE THE BUSINESS DATE CALLED OUT AS
      * STALE-DATED
       FILE-CONTROL.
      * THE BANK'S PAID ITEMS SINCE THE LAST STATEMENT
           SELECT F01-PAID-FILE ASSIGN TO DYNAMIC W14-PAID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-PAID-STATUS.

      * PERMANENT CHEQUE REGISTER - THE PAID MARKS ARE APPENDED,
      * NEVER REWRITTEN, THE SAME AS THE CHEQUE RUN'S VOIDS
           SELECT F02-REGISTER-FILE ASSIGN TO 'ChequeRegister.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-REGISTER-STATUS.

      * SECOND PATH INTO THE REGISTER FOR THE PER-ITEM SCAN
           SELECT OPTIONAL F03-REGISTER-CHECK
               ASSIGN TO 'ChequeRegister.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-REG-CHECK-STATUS.

           SELECT F04-PRINT-FILE ASSIGN TO 'ChequeRecon.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-PRINT-STATUS.

      * REGISTER IN CHEQUE-NUMBER ORDER FOR THE OUTSTANDING LIST
           SELECT SD-REGISTER-SORT ASSIGN TO 'SORTWORK.TMP'.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM APPENDS TO THE CHEQUE
      * REGISTER
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-PAID-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS F01-PAID-RECORD.
       01  F01-PAID-RECORD.
           05  F01-PAID-CHEQUE-NUMBER      PIC 9(6).
           05  F01-PAID-AMOUNT             PIC 9(7)V99.
           05  F01-PAID-DATE               PIC X(8).

       FD  F02-REGISTER-FILE
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F02-REGISTER-RECORD.
       01  F02-REGISTER-RECORD.
           05  F02-REG-CHEQUE-NUMBER       PIC 9(6).
           05  F02-REG-SSN                 PIC 9(9).
           05  F02-REG-AMOUNT              PIC 9(7)V99.
           05  F02-REG-DATE                PIC X(8).
           05  F02-REG-STATUS              PIC X.
               88  F02-REG-ISSUED          VALUE "I".
               88  F02-REG-VOIDED          VALUE "V".
               88  F02-REG-REISSUED        VALUE "R".
               88  F02-REG-PAID            VALUE "P".

       FD  F03-REGISTER-CHECK
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F03-CHECK-RECORD.
       01  F03-CHECK-RECORD.
           05  F03-CHK-CHEQUE-NUMBER       PIC 9(6).
           05  F03-CHK-SSN                 PIC 9(9).
           05  F03-CHK-AMOUNT              PIC 9(7)V99.
           05  F03-CHK-DATE                PIC X(8).
           05  F03-CHK-STATUS              PIC X.

       FD  F04-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F04-PRINT-RECORD.
       01  F04-PRINT-RECORD                PIC X(100).

       SD  SD-REGISTER-SORT
           DATA RECORD IS SD-REGISTER-RECORD.

       01  SD-REGISTER-RECORD.
           05  SD-REG-CHEQUE-NUMBER        PIC 9(6).
           05  SD-REG-SEQUENCE             PIC 9(7).
           05  SD-REG-SSN                  PIC 9(9).
           05  SD-REG-AMOUNT               PIC 9(7)V99.
           05  SD-REG-DATE                 PIC X(8).
           05  SD-REG-STATUS               PIC X.

           COPY AUDITREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-PAID-STATUS          PIC XX VALUE SPACES.
       01 W21-REGISTER-STATUS      PIC XX VALUE SPACES.
       01 W22-REG-CHECK-STATUS     PIC XX VALUE SPACES.
       01 W23-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-REG-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-REG-EOF               VALUE "T".
           05  W01-SORT-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-SORT-EOF              VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(22) VALUE "Cheque Reconciliation".
           05  W02-EXCEPTION-TITLE.
               10  PIC X(30) VALUE "Paid Items Needing Attention".
           05  W02-EXCEPTION-COLUMNS.
               10  PIC X(7)  VALUE "Chq No".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(8)  VALUE "Paid On".
               10  PIC X(6)  VALUE SPACES.
               10  PIC X(11) VALUE "Paid Amount".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(11) VALUE "Issued Amt".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".
           05  W02-OUTSTANDING-TITLE.
               10  PIC X(32) VALUE "Outstanding Cheques By Age".
           05  W02-AGE-TITLE.
               10  PIC X(32) VALUE "Outstanding Summary By Age".
           05  W02-OUTSTANDING-COLUMNS.
               10  PIC X(7)  VALUE "Chq No".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(6)  VALUE "Issued".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(6)  VALUE "Amount".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(4)  VALUE "Days".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Age".

       01 W03-EXCEPTION-LINE.
           05  W03-NUMBER-OUT              PIC 9(6).
           05                              PIC X(4)  VALUE SPACES.
           05  W03-PAID-DATE-OUT           PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PAID-AMOUNT-OUT         PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-ISSUED-AMOUNT-OUT       PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(34).
           05                              PIC X(18) VALUE SPACES.

       01 W04-EXCEPTION-MSGS.
           05  W04-UNKNOWN-MSG             PIC X(34)
                   VALUE "PAID ON AN UNKNOWN CHEQUE NUMBER".
           05  W04-VOIDED-MSG              PIC X(34)
                   VALUE "PAID ON A VOIDED CHEQUE".
           05  W04-ALREADY-PAID-MSG        PIC X(34)
                   VALUE "PRESENTED TWICE - ALREADY PAID".
           05  W04-MISMATCH-MSG            PIC X(34)
                   VALUE "AMOUNT MISMATCH - MARKED PAID".
           05  W04-BAD-ITEM-MSG            PIC X(34)
                   VALUE "PAID ITEM NOT NUMERIC - NOT READ".

      * THE PAID ITEM'S CHEQUE AS THE REGISTER KNOWS IT - THE LAST
      * RECORD FOR THE NUMBER IS ITS STATE, AND THE LAST ISSUE OR
      * REISSUE RECORD CARRIES THE AMOUNT AND DATE IT WENT OUT FOR
       01 W05-CHEQUE-WORK.
           05  W05-FOUND-SWITCH            PIC X     VALUE "N".
               88  W05-CHEQUE-FOUND                  VALUE "Y".
           05  W05-STATUS                  PIC X     VALUE SPACE.
               88  W05-STANDING                      VALUES "I" "R".
               88  W05-VOIDED                        VALUE "V".
               88  W05-PAID                          VALUE "P".
           05  W05-SSN                     PIC 9(9)  VALUE ZERO.
           05  W05-ISSUED-AMOUNT           PIC 9(7)V99 VALUE ZERO.
           05  W05-ISSUE-DATE              PIC X(8)  VALUE SPACES.

       01 W06-OUTSTANDING-LINE.
           05  W06-NUMBER-OUT              PIC 9(6).
           05                              PIC X(4)  VALUE SPACES.
           05  W06-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-ISSUE-DATE-OUT          PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W06-DAYS-OUT                PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W06-AGE-OUT                 PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-STALE-OUT               PIC X(16).
           05                              PIC X(22) VALUE SPACES.

      * OUTSTANDING COUNTS AND AMOUNTS BY AGE BAND
       01 W07-AGE-TABLE.
           05  W07-AGE-ENTRY OCCURS 5 TIMES.
               10  W07-AGE-LABEL           PIC X(8).
               10  W07-AGE-LIMIT           PIC 9(5).
               10  W07-AGE-COUNT           PIC 9(7).
               10  W07-AGE-AMOUNT          PIC 9(9)V99.

       01 W08-AGE-SUB                      PIC 9     VALUE ZERO.

       01 W09-AGE-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  W09-AGE-LABEL-OUT           PIC X(8).
           05                              PIC X(5)  VALUE " Days".
           05                              PIC X(13) VALUE SPACES.
           05  W09-AGE-COUNT-OUT           PIC ZZZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  W09-AGE-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(47) VALUE SPACES.

      * THE CHEQUE HELD ACROSS THE CONTROL BREAK ON CHEQUE NUMBER
       01 W10-BREAK-WORK.
           05  W10-HELD-SWITCH             PIC X     VALUE "N".
               88  W10-HOLDING-CHEQUE                VALUE "Y".
           05  W10-NUMBER                  PIC 9(6)  VALUE ZERO.
           05  W10-SSN                     PIC 9(9)  VALUE ZERO.
           05  W10-AMOUNT                  PIC 9(7)V99 VALUE ZERO.
           05  W10-ISSUE-DATE              PIC X(8)  VALUE SPACES.
           05  W10-STATUS                  PIC X     VALUE SPACE.
               88  W10-STANDING                      VALUES "I" "R".

       01 W11-DATE-WORK.
           05  W11-TODAY-DAYS              PIC S9(8) VALUE ZERO.
           05  W11-ISSUE-DAYS              PIC S9(8) VALUE ZERO.
           05  W11-DAYS-OUT                PIC S9(5) VALUE ZERO.
      * A CHEQUE ISSUED BEFORE THIS DATE IS OVER SIX MONTHS OLD
           05  W11-STALE-CUTOFF.
               10  W11-STALE-YEAR          PIC 9(4).
               10  W11-STALE-MONTH         PIC 9(2).
               10  W11-STALE-DAY           PIC 9(2).
           05  W11-MONTH-WORK              PIC S9(3) VALUE ZERO.

       01 W12-RUN-COUNTS.
           05  W12-ITEMS-READ              PIC 9(7)    VALUE ZERO.
           05  W12-ITEMS-MATCHED           PIC 9(7)    VALUE ZERO.
           05  W12-ITEMS-MISMATCHED        PIC 9(7)    VALUE ZERO.
           05  W12-ITEMS-REFUSED           PIC 9(7)    VALUE ZERO.
           05  W12-REGISTER-SEQUENCE       PIC 9(7)    VALUE ZERO.
           05  W12-OUTSTANDING-COUNT       PIC 9(7)    VALUE ZERO.
           05  W12-OUTSTANDING-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  W12-STALE-COUNT             PIC 9(7)    VALUE ZERO.
           05  W12-STALE-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           05  W12-PAID-TOTAL              PIC 9(9)V99 VALUE ZERO.

       01 W13-CONTROL-LINES.
           05  W13-COUNT-LINE.
               10  W13-COUNT-LABEL         PIC X(38).
               10                          PIC X(4)  VALUE SPACES.
               10  W13-COUNT-OUT           PIC ZZZZZZ9.
               10                          PIC X(51) VALUE SPACES.
           05  W13-AMOUNT-LINE.
               10  W13-AMOUNT-LABEL        PIC X(38).
               10  W13-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
               10                          PIC X(48) VALUE SPACES.

       01 W14-PAID-FILE-NAME       PIC X(20)
                                       VALUE "BankPaidItems.dat".
       01 W15-PAID-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W16-FOOTER.
           05  W16-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "ChequeRecon" TO ABEND-PROGRAM
           MOVE "ChequeRecon" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-SET-AGE-BANDS
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-PAID-ITEM

           PERFORM 400-PROCESS-PAID-ITEM
               UNTIL W01-END-OF-FILE

      * THE PAID MARKS ARE ON THE REGISTER NOW - LIST WHAT IS LEFT
           CLOSE F02-REGISTER-FILE
           PERFORM 450-WRITE-OUTSTANDING-HEADINGS
           SORT SD-REGISTER-SORT
               ON ASCENDING KEY SD-REG-CHEQUE-NUMBER
               ON ASCENDING KEY SD-REG-SEQUENCE
               INPUT PROCEDURE IS 460-RELEASE-REGISTER
               OUTPUT PROCEDURE IS 470-LIST-OUTSTANDING

           PERFORM 500-WRITE-FOOTER

      * ITEMS THE BANK HAS TO RETURN OR EXPLAIN - FLAG THE RUN
           IF W12-ITEMS-MISMATCHED > ZERO OR W12-ITEMS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

           COPY DATEPRC.

      * PICK UP THE PAID-ITEMS FILE-NAME OVERRIDE FROM THE
      * ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W15-PAID-NAME-OVERRIDE
           ACCEPT W15-PAID-NAME-OVERRIDE
               FROM ENVIRONMENT "BANK_PAID_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-PAID-NAME-OVERRIDE NOT = SPACES
               MOVE W15-PAID-NAME-OVERRIDE TO W14-PAID-FILE-NAME
           END-IF
           .

      * THE REGISTER IS OPENED EXTEND FOR THE PAID MARKS; THE FIRST
      * EVER RUN CREATES IT
       100-OPEN-FILES.
           OPEN INPUT F01-PAID-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W14-PAID-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-PAID-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F02-REGISTER-FILE
           IF W21-REGISTER-STATUS = "35"
               OPEN OUTPUT F02-REGISTER-FILE
           END-IF
           MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
           MOVE W21-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F04-PRINT-FILE
           MOVE "ChequeRecon.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE DATE-CONV-DAYS TO W11-TODAY-DAYS

      * SIX CALENDAR MONTHS BEFORE THE BUSINESS DATE
           MOVE RC-BUSINESS-DATE TO W11-STALE-CUTOFF
           COMPUTE W11-MONTH-WORK = W11-STALE-MONTH - 6
           IF W11-MONTH-WORK < 1
               ADD 12 TO W11-MONTH-WORK
               SUBTRACT 1 FROM W11-STALE-YEAR
           END-IF
           MOVE W11-MONTH-WORK TO W11-STALE-MONTH
           .

      * THE AGE BANDS, EACH UP TO AND INCLUDING ITS LIMIT IN DAYS
       150-SET-AGE-BANDS.
           MOVE "0-30"     TO W07-AGE-LABEL(1)
           MOVE 30         TO W07-AGE-LIMIT(1)
           MOVE "31-60"    TO W07-AGE-LABEL(2)
           MOVE 60         TO W07-AGE-LIMIT(2)
           MOVE "61-90"    TO W07-AGE-LABEL(3)
           MOVE 90         TO W07-AGE-LIMIT(3)
           MOVE "91-180"   TO W07-AGE-LABEL(4)
           MOVE 180        TO W07-AGE-LIMIT(4)
           MOVE "Over 180" TO W07-AGE-LABEL(5)
           MOVE 99999      TO W07-AGE-LIMIT(5)
           PERFORM 155-CLEAR-AGE-BAND
               VARYING W08-AGE-SUB FROM 1 BY 1
               UNTIL W08-AGE-SUB > 5
           .

       155-CLEAR-AGE-BAND.
           MOVE ZERO TO W07-AGE-COUNT(W08-AGE-SUB)
           MOVE ZERO TO W07-AGE-AMOUNT(W08-AGE-SUB)
           .

       200-WRITE-HEADINGS.
           WRITE F04-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F04-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F04-PRINT-RECORD FROM W02-EXCEPTION-TITLE
               AFTER ADVANCING 1 LINE
           WRITE F04-PRINT-RECORD FROM W02-EXCEPTION-COLUMNS
           .

       300-READ-PAID-ITEM.
           READ F01-PAID-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * MARK A STANDING CHEQUE PAID; ANYTHING ELSE IS THE BANK
      * PAYING WHAT IT SHOULD HAVE REFUSED
       400-PROCESS-PAID-ITEM.
           ADD 1 TO W12-ITEMS-READ

           IF F01-PAID-CHEQUE-NUMBER IS NOT NUMERIC
                   OR F01-PAID-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO W05-ISSUED-AMOUNT
               MOVE W04-BAD-ITEM-MSG TO W03-REASON-OUT
               PERFORM 440-WRITE-EXCEPTION
               ADD 1 TO W12-ITEMS-REFUSED
           ELSE
               PERFORM 410-SCAN-REGISTER
               EVALUATE TRUE
                   WHEN NOT W05-CHEQUE-FOUND
                       MOVE W04-UNKNOWN-MSG TO W03-REASON-OUT
                       PERFORM 440-WRITE-EXCEPTION
                       ADD 1 TO W12-ITEMS-REFUSED
                   WHEN W05-VOIDED
                       MOVE W04-VOIDED-MSG TO W03-REASON-OUT
                       PERFORM 440-WRITE-EXCEPTION
                       ADD 1 TO W12-ITEMS-REFUSED
                   WHEN W05-PAID
                       MOVE W04-ALREADY-PAID-MSG TO W03-REASON-OUT
                       PERFORM 440-WRITE-EXCEPTION
                       ADD 1 TO W12-ITEMS-REFUSED
                   WHEN OTHER
                       PERFORM 430-MARK-CHEQUE-PAID
               END-EVALUATE
           END-IF

           PERFORM 300-READ-PAID-ITEM
           .

      * WALK THE REGISTER FOR THE PAID ITEM'S CHEQUE NUMBER
       410-SCAN-REGISTER.
           MOVE "N" TO W05-FOUND-SWITCH
           MOVE SPACE TO W05-STATUS
           MOVE ZERO TO W05-SSN
           MOVE ZERO TO W05-ISSUED-AMOUNT
           MOVE SPACES TO W05-ISSUE-DATE
           MOVE SPACES TO W01-REG-EOF-SWITCH
           OPEN INPUT F03-REGISTER-CHECK
           PERFORM 420-MATCH-REGISTER-RECORD
               UNTIL W01-REG-EOF
           CLOSE F03-REGISTER-CHECK
           .

       420-MATCH-REGISTER-RECORD.
           READ F03-REGISTER-CHECK
               AT END
                   SET W01-REG-EOF TO TRUE
               NOT AT END
                   IF F03-CHK-CHEQUE-NUMBER = F01-PAID-CHEQUE-NUMBER
                       SET W05-CHEQUE-FOUND TO TRUE
                       MOVE F03-CHK-STATUS TO W05-STATUS
                       MOVE F03-CHK-SSN TO W05-SSN
                       IF F03-CHK-STATUS = "I" OR F03-CHK-STATUS = "R"
                           MOVE F03-CHK-AMOUNT TO W05-ISSUED-AMOUNT
                           MOVE F03-CHK-DATE TO W05-ISSUE-DATE
                       END-IF
                   END-IF
           END-READ
           .

      * THE BANK HAS PAID IT, SO IT IS MARKED PAID EVEN WHEN THE
      * AMOUNT DISAGREES - THE MISMATCH IS LISTED FOR THE BANK TO
      * CORRECT. THE REGISTER IS FLUSHED SO A SECOND PRESENTMENT IN
      * THE SAME FILE SEES THE PAID MARK
       430-MARK-CHEQUE-PAID.
           MOVE F01-PAID-CHEQUE-NUMBER TO F02-REG-CHEQUE-NUMBER
           MOVE W05-SSN TO F02-REG-SSN
           MOVE F01-PAID-AMOUNT TO F02-REG-AMOUNT
           MOVE F01-PAID-DATE TO F02-REG-DATE
           MOVE "P" TO F02-REG-STATUS
           WRITE F02-REGISTER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
           MOVE W21-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD F01-PAID-AMOUNT TO W12-PAID-TOTAL

           IF F01-PAID-AMOUNT NOT = W05-ISSUED-AMOUNT
               MOVE W04-MISMATCH-MSG TO W03-REASON-OUT
               PERFORM 440-WRITE-EXCEPTION
               ADD 1 TO W12-ITEMS-MISMATCHED
           ELSE
               ADD 1 TO W12-ITEMS-MATCHED
           END-IF

           CLOSE F02-REGISTER-FILE
           OPEN EXTEND F02-REGISTER-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
           MOVE W21-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       440-WRITE-EXCEPTION.
           MOVE F01-PAID-CHEQUE-NUMBER TO W03-NUMBER-OUT
           MOVE F01-PAID-DATE TO W03-PAID-DATE-OUT
           MOVE ZERO TO W03-PAID-AMOUNT-OUT
           IF F01-PAID-AMOUNT IS NUMERIC
               MOVE F01-PAID-AMOUNT TO W03-PAID-AMOUNT-OUT
           END-IF
           MOVE W05-ISSUED-AMOUNT TO W03-ISSUED-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W03-EXCEPTION-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ChequeRecon.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       450-WRITE-OUTSTANDING-HEADINGS.
           WRITE F04-PRINT-RECORD FROM W02-OUTSTANDING-TITLE
               AFTER ADVANCING 2 LINES
           WRITE F04-PRINT-RECORD FROM W02-OUTSTANDING-COLUMNS
           .

      * FEED THE SORT - THE INPUT SEQUENCE NUMBER KEEPS EACH
      * CHEQUE'S RECORDS IN THE ORDER THEY WERE APPENDED
       460-RELEASE-REGISTER.
           MOVE SPACES TO W01-REG-EOF-SWITCH
           OPEN INPUT F03-REGISTER-CHECK
           PERFORM 465-READ-AND-RELEASE
               UNTIL W01-REG-EOF
           CLOSE F03-REGISTER-CHECK
           .

       465-READ-AND-RELEASE.
           READ F03-REGISTER-CHECK
               AT END
                   SET W01-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W12-REGISTER-SEQUENCE
                   MOVE F03-CHK-CHEQUE-NUMBER TO SD-REG-CHEQUE-NUMBER
                   MOVE W12-REGISTER-SEQUENCE TO SD-REG-SEQUENCE
                   MOVE F03-CHK-SSN TO SD-REG-SSN
                   MOVE F03-CHK-AMOUNT TO SD-REG-AMOUNT
                   MOVE F03-CHK-DATE TO SD-REG-DATE
                   MOVE F03-CHK-STATUS TO SD-REG-STATUS
                   RELEASE SD-REGISTER-RECORD
           END-READ
           .

      * CONTROL BREAK ON CHEQUE NUMBER - WHEN A NUMBER'S LAST RECORD
      * LEAVES IT ISSUED OR REISSUED, IT IS STILL OUTSTANDING
       470-LIST-OUTSTANDING.
           MOVE "N" TO W10-HELD-SWITCH
           PERFORM 475-RETURN-SORTED
           PERFORM 480-TAKE-SORTED-RECORD
               UNTIL W01-SORT-EOF
           IF W10-HOLDING-CHEQUE
               PERFORM 485-CLOSE-CHEQUE
           END-IF
           .

       475-RETURN-SORTED.
           RETURN SD-REGISTER-SORT
               AT END SET W01-SORT-EOF TO TRUE
           END-RETURN
           .

       480-TAKE-SORTED-RECORD.
           IF W10-HOLDING-CHEQUE
                   AND SD-REG-CHEQUE-NUMBER NOT = W10-NUMBER
               PERFORM 485-CLOSE-CHEQUE
           END-IF

           SET W10-HOLDING-CHEQUE TO TRUE
           MOVE SD-REG-CHEQUE-NUMBER TO W10-NUMBER
           MOVE SD-REG-SSN TO W10-SSN
           MOVE SD-REG-STATUS TO W10-STATUS
           IF SD-REG-STATUS = "I" OR SD-REG-STATUS = "R"
               MOVE SD-REG-AMOUNT TO W10-AMOUNT
               MOVE SD-REG-DATE TO W10-ISSUE-DATE
           END-IF

           PERFORM 475-RETURN-SORTED
           .

       485-CLOSE-CHEQUE.
           IF W10-STANDING
               PERFORM 490-WRITE-OUTSTANDING-LINE
           END-IF
           MOVE "N" TO W10-HELD-SWITCH
           .

       490-WRITE-OUTSTANDING-LINE.
           MOVE ZERO TO W11-DAYS-OUT
           IF W10-ISSUE-DATE IS NUMERIC
               MOVE W10-ISSUE-DATE TO DATE-CONV-YMD
               PERFORM 920-CONVERT-DATE-TO-DAYS
               MOVE DATE-CONV-DAYS TO W11-ISSUE-DAYS
               COMPUTE W11-DAYS-OUT = W11-TODAY-DAYS - W11-ISSUE-DAYS
               IF W11-DAYS-OUT < ZERO
                   MOVE ZERO TO W11-DAYS-OUT
               END-IF
           END-IF

           MOVE 1 TO W08-AGE-SUB
           PERFORM 495-NEXT-AGE-BAND
               UNTIL W11-DAYS-OUT NOT > W07-AGE-LIMIT(W08-AGE-SUB)
           ADD 1 TO W07-AGE-COUNT(W08-AGE-SUB)
           ADD W10-AMOUNT TO W07-AGE-AMOUNT(W08-AGE-SUB)

           MOVE W10-NUMBER TO W06-NUMBER-OUT
           MOVE W10-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W06-SSN-OUT
           MOVE W10-ISSUE-DATE TO W06-ISSUE-DATE-OUT
           MOVE W10-AMOUNT TO W06-AMOUNT-OUT
           MOVE W11-DAYS-OUT TO W06-DAYS-OUT
           MOVE W07-AGE-LABEL(W08-AGE-SUB) TO W06-AGE-OUT
           MOVE SPACES TO W06-STALE-OUT
           IF W10-ISSUE-DATE < W11-STALE-CUTOFF
               MOVE "** STALE-DATED" TO W06-STALE-OUT
               ADD 1 TO W12-STALE-COUNT
               ADD W10-AMOUNT TO W12-STALE-AMOUNT
           END-IF

           WRITE F04-PRINT-RECORD FROM W06-OUTSTANDING-LINE
           ADD 1 TO W12-OUTSTANDING-COUNT
           ADD W10-AMOUNT TO W12-OUTSTANDING-AMOUNT
           .

       495-NEXT-AGE-BAND.
           ADD 1 TO W08-AGE-SUB
           .

       500-WRITE-FOOTER.
           WRITE F04-PRINT-RECORD FROM W02-AGE-TITLE
               AFTER ADVANCING 2 LINES
           PERFORM 505-WRITE-AGE-LINE
               VARYING W08-AGE-SUB FROM 1 BY 1
               UNTIL W08-AGE-SUB > 5

           MOVE "Paid Items Read" TO W13-COUNT-LABEL
           MOVE W12-ITEMS-READ TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Marked Paid - Amount Agrees" TO W13-COUNT-LABEL
           MOVE W12-ITEMS-MATCHED TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE

           MOVE "Marked Paid - Amount Mismatch" TO W13-COUNT-LABEL
           MOVE W12-ITEMS-MISMATCHED TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE

           MOVE "Paid On Void/Paid/Unknown Number" TO W13-COUNT-LABEL
           MOVE W12-ITEMS-REFUSED TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE

           MOVE "Total Marked Paid" TO W13-AMOUNT-LABEL
           MOVE W12-PAID-TOTAL TO W13-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-AMOUNT-LINE

           MOVE "Cheques Outstanding" TO W13-COUNT-LABEL
           MOVE W12-OUTSTANDING-COUNT TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Outstanding - Amount" TO W13-AMOUNT-LABEL
           MOVE W12-OUTSTANDING-AMOUNT TO W13-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-AMOUNT-LINE

           MOVE "Stale-Dated (Over Six Months)" TO W13-COUNT-LABEL
           MOVE W12-STALE-COUNT TO W13-COUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-COUNT-LINE

           MOVE "Stale-Dated - Amount" TO W13-AMOUNT-LABEL
           MOVE W12-STALE-AMOUNT TO W13-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W13-AMOUNT-LINE

           WRITE F04-PRINT-RECORD FROM W16-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

       505-WRITE-AGE-LINE.
           MOVE W07-AGE-LABEL(W08-AGE-SUB) TO W09-AGE-LABEL-OUT
           MOVE W07-AGE-COUNT(W08-AGE-SUB) TO W09-AGE-COUNT-OUT
           MOVE W07-AGE-AMOUNT(W08-AGE-SUB) TO W09-AGE-AMOUNT-OUT
           WRITE F04-PRINT-RECORD FROM W09-AGE-LINE
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "ChequeRecon"         TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W12-ITEMS-READ        TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W12-ITEMS-MATCHED + W12-ITEMS-MISMATCHED
           MOVE W12-ITEMS-REFUSED     TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

      * THE REGISTER WAS CLOSED BEFORE THE OUTSTANDING LIST
       600-CLOSE-FILES.
           CLOSE F01-PAID-FILE
                 F04-PRINT-FILE
           .
