       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCyclePay.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * PAYS A TERMINATED EMPLOYEE'S FINAL PAY, A ONE-OFF BONUS OR A
      * MANUAL CHEQUE BETWEEN REGISTER RUNS. EACH PAYMENT IS TAXED
      * FROM THE SAME RATE TABLE AS THE REGISTER - AT THE PERIODIC
      * WITHHOLDING RATE, OR FOR A LUMP-SUM BONUS AT THE FLAT BONUS
      * RATE ON THE TABLE'S "B" ROWS. NET PAY GOES OUT ON ITS OWN EFT
      * BATCH OR, FOR CASH PAYMENTS, ON THE OFF-CYCLE PERIOD FILE
      * THAT THE CHEQUE PRINT, YTD POSTING AND LEDGER DISTRIBUTION
      * STEPS RUN AGAINST WITH PERIOD_PAY_FILE=OffCyclePay.dat - SO
      * THE CHEQUES TAKE THE NEXT NUMBERS IN THE NORMAL SEQUENCE AND
      * THE PAY REACHES YTD AND THE LEDGER LIKE ANY OTHER RUN. EVERY
      * PAYMENT IS ALSO APPENDED TO THE PAY HISTORY MARKED OFF-CYCLE
       FILE-CONTROL.
      * ONE PAYMENT PER RECORD, KEYED BY PAYROLL
           SELECT F01-TRANS-FILE
               ASSIGN TO DYNAMIC W14-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-TRANS-STATUS.

           SELECT F02-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W12-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-EMPLOYEE-SSN
               FILE STATUS IS W21-MASTER-STATUS.

           SELECT F03-TAXRATE-FILE ASSIGN TO 'TaxRates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-TAXRATE-STATUS.

      * THE OFF-CYCLE DEPOSITS, AS A BATCH OF THEIR OWN IN THE SAME
      * HEADER/DETAIL/TRAILER LAYOUT AS THE REGISTER'S BANK FILE
           SELECT F04-EFT-FILE ASSIGN TO 'OffCycleEft.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-EFT-STATUS.

           SELECT F05-PERIOD-FILE ASSIGN TO 'OffCyclePay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-PERIOD-STATUS.

      * APPENDED TO, AS THE REGISTER DOES
           SELECT F06-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-HISTORY-STATUS.

           SELECT F07-PRINT-FILE ASSIGN TO 'OffCycleRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM APPENDS TO THE PAY
      * HISTORY
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
      * PAYMENT TYPE "F" FINAL PAY, "B" BONUS, "M" MANUAL CHEQUE.
      * HOURS ARE PAID AT THE MASTER RATE (OVER 40 AT TIME-AND-A-
      * HALF FOR HOURLY STAFF) AND ANY AMOUNT ON TOP; A BONUS IS A
      * LUMP-SUM AMOUNT ONLY. A MANUAL CHEQUE ALWAYS GOES OUT AS A
      * CHEQUE, WHATEVER THE EMPLOYEE'S PAY METHOD
       FD  F01-TRANS-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F01-TRANS-RECORD.

       01  F01-TRANS-RECORD.
           05  F01-TRANS-SSN               PIC 9(9).
           05  F01-TRANS-SSN-X
                   REDEFINES F01-TRANS-SSN  PIC X(9).
           05  F01-TRANS-TYPE              PIC X.
               88  F01-TRANS-FINAL         VALUE "F".
               88  F01-TRANS-BONUS         VALUE "B".
               88  F01-TRANS-MANUAL        VALUE "M".
               88  F01-TRANS-TYPE-VALID    VALUES "F" "B" "M".
           05  F01-TRANS-AMOUNT            PIC 9(5)V99.
           05  F01-TRANS-HOURS             PIC 9(3)V99.
           05  F01-TRANS-REASON            PIC X(30).

       FD  F02-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY EMPREC.

      * THE REGISTER'S RATE TABLE - SEE THE REGISTER FOR THE ROW
      * TYPES. "B" ROWS CARRY THE FLAT BONUS WITHHOLDING RATE FOR
      * THE JURISDICTION ON THE ROW
       FD  F03-TAXRATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F03-TAXRATE-RECORD.

       01  F03-TAXRATE-RECORD.
           05  F03-RATE-TYPE               PIC X.
           05  F03-RATE-CODE               PIC X.
           05  F03-RATE-VALUE              PIC 9V9999.
           05  F03-RATE-AMOUNT             PIC 9(3)V99.
           05  F03-RATE-JURIS              PIC X(2).
           05  F03-RATE-DEPT               PIC X(4).

       FD  F04-EFT-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS F04-EFT-RECORD.

       01  F04-EFT-RECORD                  PIC X(70).

       FD  F05-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F05-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F05==.

       FD  F06-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F06-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F06==.

       FD  F07-PRINT-FILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS F07-PRINT-RECORD.

       01  F07-PRINT-RECORD                PIC X(130).

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

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-TRANS-STATUS         PIC XX VALUE SPACES.
       01 W21-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W22-TAXRATE-STATUS       PIC XX VALUE SPACES.
       01 W23-EFT-STATUS           PIC XX VALUE SPACES.
       01 W24-PERIOD-STATUS        PIC XX VALUE SPACES.
       01 W25-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W26-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-TAXRATE-EOF-SWITCH  PIC X VALUE SPACES.
               88  W01-TAXRATE-END-OF-FILE   VALUE "T".
           05  W01-MASTER-SWITCH       PIC X VALUE SPACES.
               88  W01-MASTER-FOUND          VALUE "Y".
               88  W01-MASTER-NOT-FOUND      VALUE "N".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(30) VALUE SPACES.
               10  PIC X(26) VALUE "Off-Cycle Payment Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(9)  VALUE SPACES.
               10  PIC X(9)  VALUE "Last Name".
               10  PIC X(7)  VALUE SPACES.
               10  PIC X(4)  VALUE "Type".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(5)  VALUE "Hours".
               10  PIC X(6)  VALUE SPACES.
               10  PIC X(5)  VALUE "Gross".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Withhold".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(4)  VALUE "FICA".
               10  PIC X(7)  VALUE SPACES.
               10  PIC X(3)  VALUE "Net".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Paid".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-PAY-CALC.
           05  W03-REGULAR-HOURS           PIC 9(3)V99 VALUE ZERO.
           05  W03-OVERTIME-HOURS          PIC 9(3)V99 VALUE ZERO.
           05  W03-REGULAR-PAY             PIC 9(5)V99 VALUE ZERO.
           05  W03-OVERTIME-PAY            PIC 9(5)V99 VALUE ZERO.
           05  W03-GROSS-PAY               PIC 9(5)V99 VALUE ZERO.

       01 W04-DETAIL-LINE.
           05  W04-SSN-OUT                 PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05  W04-LAST-NAME-OUT           PIC X(14).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-TYPE-OUT                PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-HOURS-OUT               PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-GROSS-PAY-OUT           PIC ZZZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-WITHHOLD-OUT            PIC ZZZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-FICA-OUT                PIC ZZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-NET-PAY-OUT             PIC ZZZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W04-METHOD-OUT              PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W04-REASON-OUT              PIC X(30).
           05                              PIC X(10) VALUE SPACES.

       01 W05-REJECT-LINE.
           05  W05-REJECT-SSN              PIC X(9).
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(16)
                   VALUE "** NOT PAID -   ".
           05  W05-REJECT-REASON           PIC X(34).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-REJECT-TRANS-REASON     PIC X(30).
           05                              PIC X(36) VALUE SPACES.

       01 W06-FOOTER.
           05  W06-AMOUNT-LINE.
               10  W06-AMOUNT-LABEL        PIC X(30).
               10  W06-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
               10  PIC X(86) VALUE SPACES.
           05  W06-COUNT-LINE.
               10  W06-COUNT-LABEL         PIC X(30).
               10  PIC X(7)  VALUE SPACES.
               10  W06-COUNT-OUT           PIC ZZZZZZ9.
               10  PIC X(86) VALUE SPACES.
           05  W06-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

      * REJECT REASONS FOR THE REGISTER
       01 W07-REJECT-MSGS.
           05  W07-BAD-SSN-MSG             PIC X(34)
                   VALUE "SSN NOT NUMERIC".
           05  W07-BAD-TYPE-MSG            PIC X(34)
                   VALUE "UNKNOWN PAYMENT TYPE".
           05  W07-BAD-AMOUNT-MSG          PIC X(34)
                   VALUE "AMOUNT OR HOURS NOT NUMERIC".
           05  W07-NO-AMOUNT-MSG           PIC X(34)
                   VALUE "NO AMOUNT OR HOURS TO PAY".
           05  W07-BONUS-HOURS-MSG         PIC X(34)
                   VALUE "BONUS IS PAID AS AN AMOUNT ONLY".
           05  W07-NOT-ON-MASTER-MSG       PIC X(34)
                   VALUE "NOT ON EMPLOYEE MASTER".
           05  W07-NO-RATE-MSG             PIC X(34)
                   VALUE "HOURS GIVEN BUT NO RATE ON MASTER".
           05  W07-BAD-STATUS-MSG          PIC X(34)
                   VALUE "TAX STATUS ON MASTER NOT 1-5".

      * WITHHOLDING RATE AND PER-DEPENDANT ALLOWANCE BY TAX STATUS,
      * FOR THE EMPLOYEE BEING PAID
       01 W08-WITHHOLD-TABLE.
           05  W08-WITHHOLD-ENTRY OCCURS 5 TIMES.
               10  W08-WITHHOLD-RATE       PIC 9V9999 VALUE ZERO.
               10  W08-WITHHOLD-ALLOWANCE  PIC 9(3)V99 VALUE ZERO.

       01 W09-BONUS-RATE                   PIC 9V9999 VALUE ZERO.

       01 W10-FICA-RATE                    PIC 9V9999 VALUE ZERO.

       01 W11-DEDUCTIONS.
           05  W11-TAXABLE-PAY             PIC S9(5)V99 VALUE ZERO.
           05  W11-WITHHOLDING             PIC 9(5)V99 VALUE ZERO.
           05  W11-FICA                    PIC 9(5)V99 VALUE ZERO.
           05  W11-NET-PAY                 PIC S9(5)V99 VALUE ZERO.

       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W14-TRANS-FILE-NAME      PIC X(20)
                                       VALUE "OffCycleTrans.dat".
       01 W15-TRANS-NAME-OVERRIDE  PIC X(20)   VALUE SPACES.

      * EFT BATCH RECORD LAYOUTS - THE SAME AS THE REGISTER'S BANK
      * FILE, SO THE BANK VERIFIES THE BATCH THE SAME WAY
       01 W16-EFT-HEADER.
           05                              PIC X     VALUE "H".
           05  W16-EFT-RUN-DATE            PIC X(8).
           05                              PIC X(20)
                   VALUE "INGRAM PAYROLL".

       01 W17-EFT-DETAIL.
           05  W17-EFT-TYPE                PIC X     VALUE "D".
           05  W17-EFT-SSN                 PIC 9(9).
           05  W17-EFT-NAME                PIC X(27).
           05  W17-EFT-TRANSIT             PIC 9(9).
           05  W17-EFT-ACCOUNT             PIC X(12).
           05  W17-EFT-NET-AMOUNT          PIC 9(7)V99.

       01 W18-EFT-TRAILER.
           05                              PIC X     VALUE "T".
           05  W18-EFT-COUNT               PIC 9(7).
           05  W18-EFT-AMOUNT-TOTAL        PIC 9(9)V99.
           05  W18-EFT-HASH-TOTAL          PIC 9(12).

       01 W19-EFT-TOTALS.
           05  W19-EFT-RECORD-COUNT        PIC 9(7)    VALUE ZERO.
           05  W19-EFT-AMOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  W19-EFT-HASH-TOTAL          PIC 9(12)   VALUE ZERO.

      * THE RATE TABLE'S W, F, E AND B ROWS GROUPED BY JURISDICTION,
      * LOADED AND SELECTED THE SAME WAY THE REGISTER DOES IT
       01 W30-JURIS-TABLE.
           05  W30-JURIS-ENTRY OCCURS 5 TIMES.
               10  W30-JURIS-CODE          PIC X(2).
               10  W30-JURIS-FICA-RATE     PIC 9V9999.
               10  W30-JURIS-ER-FICA-RATE  PIC 9V9999.
               10  W30-JURIS-BONUS-RATE    PIC 9V9999.
               10  W30-JURIS-WH-ENTRY OCCURS 5 TIMES.
                   15  W30-JH-RATE         PIC 9V9999.
                   15  W30-JH-ALLOWANCE    PIC 9(3)V99.

       01 W31-JURIS-COUNT                  PIC 9 VALUE ZERO.
       01 W32-JURIS-SUB                    PIC 9 VALUE ZERO.
       01 W33-JURIS-FOUND-SUB              PIC 9 VALUE ZERO.
       01 W34-BRACKET-SUB                  PIC 9 VALUE ZERO.
       01 W35-WITHHOLD-STATUS              PIC 9 VALUE ZERO.

      * WORKERS' COMP RATES FROM THE "K" ROWS, MATCHED AS THE
      * REGISTER MATCHES THEM
       01 W43-WCB-TABLE.
           05  W43-WCB-ENTRY OCCURS 50 TIMES.
               10  W43-WCB-DEPT            PIC X(4).
               10  W43-WCB-JURIS           PIC X(2).
               10  W43-WCB-RATE            PIC 9V9999.

       01 W44-WCB-CONTROLS.
           05  W44-WCB-COUNT               PIC 9(2) VALUE ZERO.
           05  W44-WCB-SUB                 PIC 9(2) VALUE ZERO.
           05  W44-WCB-SCORE               PIC 9 VALUE ZERO.
           05  W44-WCB-BEST-SCORE          PIC 9 VALUE ZERO.
           05  W44-WCB-RATE                PIC 9V9999 VALUE ZERO.

      * THE EMPLOYER'S MATCH AND WORKERS' COMP ON THE PAYMENT - NO
      * HEALTH SHARE, WHICH IS A PER-PERIOD PREMIUM THE REGISTER
      * ALREADY CARRIES
       01 W45-EMPLOYER-CALC.
           05  W45-ER-FICA-RATE            PIC 9V9999 VALUE ZERO.
           05  W45-ER-FICA                 PIC 9(5)V99 VALUE ZERO.
           05  W45-ER-WCB                  PIC 9(5)V99 VALUE ZERO.

       01 W46-RUN-TOTALS.
           05  W46-TOTAL-GROSS             PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-WITHHOLDING       PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-FICA              PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-NET               PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-BY-CHEQUE         PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-ER-FICA           PIC 9(7)V99 VALUE ZERO.
           05  W46-TOTAL-ER-WCB            PIC 9(7)V99 VALUE ZERO.

      * BONUSES FOR A JURISDICTION WITH NO "B" ROW ARE WITHHELD AT
      * THE PERIODIC RATE INSTEAD, AND COUNTED HERE
       01 W47-NO-FLAT-RATE                 PIC 9(5) VALUE ZERO.

      * READ/WRITTEN/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W48-RUN-COUNTS.
           05  W48-RECORDS-READ            PIC 9(7) VALUE ZERO.
           05  W48-RECORDS-PAID            PIC 9(7) VALUE ZERO.
           05  W48-RECORDS-REJECTED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE "OffCyclePay" TO ABEND-PROGRAM
           MOVE "OffCyclePay" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 150-LOAD-TAX-RATES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-TRANSACTION

           PERFORM 400-PROCESS-TRANSACTION
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

      * A PAYMENT TURNED AWAY STILL HAS TO BE MADE - FLAG THE RUN
           IF W48-RECORDS-REJECTED > ZERO
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

      * PICK UP THE MASTER AND TRANSACTION FILE-NAME OVERRIDES FROM
      * THE ENVIRONMENT
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-MASTER-FILE-NAME
           END-IF

           MOVE SPACES TO W15-TRANS-NAME-OVERRIDE
           ACCEPT W15-TRANS-NAME-OVERRIDE
               FROM ENVIRONMENT "OFFCYCLE_TRANS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W15-TRANS-NAME-OVERRIDE NOT = SPACES
               MOVE W15-TRANS-NAME-OVERRIDE TO W14-TRANS-FILE-NAME
           END-IF
           .

      * THE PAY HISTORY IS APPENDED TO; THE FIRST RUN EVER CREATES IT
       100-OPEN-FILES.
           OPEN INPUT F01-TRANS-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W14-TRANS-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-TRANS-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F02-EMPLOYEE-MASTER
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F04-EFT-FILE
           MOVE "OffCycleEft.dat" TO ABEND-FILE-NAME
           MOVE W23-EFT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F05-PERIOD-FILE
           MOVE "OffCyclePay.dat" TO ABEND-FILE-NAME
           MOVE W24-PERIOD-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F06-HISTORY-FILE
           IF W25-HISTORY-STATUS = "35"
               OPEN OUTPUT F06-HISTORY-FILE
           END-IF
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W25-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN OUTPUT F07-PRINT-FILE
           MOVE "OffCycleRegister.out" TO ABEND-FILE-NAME
           MOVE W26-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * PULL THE WITHHOLDING, FICA, EMPLOYER AND BONUS RATES IN FROM
      * THE RATE TABLE BEFORE ANY PAYMENT IS MADE
       150-LOAD-TAX-RATES.
           OPEN INPUT F03-TAXRATE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "TaxRates.dat" TO ABEND-FILE-NAME
           MOVE W22-TAXRATE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 160-READ-TAX-RATE
           PERFORM 170-STORE-TAX-RATE
               UNTIL W01-TAXRATE-END-OF-FILE
           CLOSE F03-TAXRATE-FILE
           .

       160-READ-TAX-RATE.
           READ F03-TAXRATE-FILE
               AT END SET W01-TAXRATE-END-OF-FILE TO TRUE
           END-READ
           .

       170-STORE-TAX-RATE.
           EVALUATE F03-RATE-TYPE
               WHEN "F"
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W33-JURIS-FOUND-SUB > ZERO
                       MOVE F03-RATE-VALUE TO
                           W30-JURIS-FICA-RATE(W33-JURIS-FOUND-SUB)
                   END-IF
               WHEN "W"
                   MOVE F03-RATE-CODE TO W35-WITHHOLD-STATUS
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W35-WITHHOLD-STATUS >= 1 AND
                           W35-WITHHOLD-STATUS <= 5
                           AND W33-JURIS-FOUND-SUB > ZERO
                       MOVE F03-RATE-VALUE
                           TO W30-JH-RATE(W33-JURIS-FOUND-SUB
                               W35-WITHHOLD-STATUS)
                       MOVE F03-RATE-AMOUNT
                           TO W30-JH-ALLOWANCE(W33-JURIS-FOUND-SUB
                               W35-WITHHOLD-STATUS)
                   END-IF
               WHEN "E"
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W33-JURIS-FOUND-SUB > ZERO
                       MOVE F03-RATE-VALUE TO
                           W30-JURIS-ER-FICA-RATE(W33-JURIS-FOUND-SUB)
                   END-IF
               WHEN "B"
                   PERFORM 175-FIND-OR-ADD-JURIS
                   IF W33-JURIS-FOUND-SUB > ZERO
                       MOVE F03-RATE-VALUE TO
                           W30-JURIS-BONUS-RATE(W33-JURIS-FOUND-SUB)
                   END-IF
               WHEN "K"
                   IF W44-WCB-COUNT < 50
                       ADD 1 TO W44-WCB-COUNT
                       MOVE F03-RATE-DEPT
                           TO W43-WCB-DEPT(W44-WCB-COUNT)
                       MOVE F03-RATE-JURIS
                           TO W43-WCB-JURIS(W44-WCB-COUNT)
                       MOVE F03-RATE-VALUE
                           TO W43-WCB-RATE(W44-WCB-COUNT)
                   END-IF
           END-EVALUATE

           PERFORM 160-READ-TAX-RATE
           .

       175-FIND-OR-ADD-JURIS.
           MOVE ZERO TO W33-JURIS-FOUND-SUB
           PERFORM 176-MATCH-JURIS-SLOT
               VARYING W32-JURIS-SUB FROM 1 BY 1
               UNTIL W32-JURIS-SUB > W31-JURIS-COUNT

           IF W33-JURIS-FOUND-SUB = ZERO AND W31-JURIS-COUNT < 5
               ADD 1 TO W31-JURIS-COUNT
               MOVE F03-RATE-JURIS
                   TO W30-JURIS-CODE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-FICA-RATE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-ER-FICA-RATE(W31-JURIS-COUNT)
               MOVE ZERO TO W30-JURIS-BONUS-RATE(W31-JURIS-COUNT)
               PERFORM 177-CLEAR-JURIS-BRACKET
                   VARYING W34-BRACKET-SUB FROM 1 BY 1
                   UNTIL W34-BRACKET-SUB > 5
               MOVE W31-JURIS-COUNT TO W33-JURIS-FOUND-SUB
           END-IF
           .

       176-MATCH-JURIS-SLOT.
           IF F03-RATE-JURIS = W30-JURIS-CODE(W32-JURIS-SUB)
               MOVE W32-JURIS-SUB TO W33-JURIS-FOUND-SUB
           END-IF
           .

       177-CLEAR-JURIS-BRACKET.
           MOVE ZERO
               TO W30-JH-RATE(W31-JURIS-COUNT W34-BRACKET-SUB)
           MOVE ZERO
               TO W30-JH-ALLOWANCE(W31-JURIS-COUNT W34-BRACKET-SUB)
           .

       200-WRITE-HEADINGS.
           WRITE F07-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F07-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F07-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE

           MOVE RC-BUSINESS-DATE TO W16-EFT-RUN-DATE
           WRITE F04-EFT-RECORD FROM W16-EFT-HEADER
           .

       300-READ-TRANSACTION.
           READ F01-TRANS-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY PAYMENT IS EITHER PAID OR LISTED WITH THE REASON IT
      * WAS NOT - A TERMINATED EMPLOYEE IS PAID LIKE ANY OTHER, SINCE
      * FINAL PAY IS WHAT THIS RUN IS FOR
       400-PROCESS-TRANSACTION.
           ADD 1 TO W48-RECORDS-READ

           SET W01-MASTER-NOT-FOUND TO TRUE
           IF F01-TRANS-SSN IS NUMERIC
               SET W01-MASTER-FOUND TO TRUE
               MOVE F01-TRANS-SSN TO F01-EMPLOYEE-SSN
               READ F02-EMPLOYEE-MASTER
                   INVALID KEY SET W01-MASTER-NOT-FOUND TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN F01-TRANS-SSN IS NOT NUMERIC
                   MOVE W07-BAD-SSN-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN NOT F01-TRANS-TYPE-VALID
                   MOVE W07-BAD-TYPE-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN F01-TRANS-AMOUNT IS NOT NUMERIC
                       OR F01-TRANS-HOURS IS NOT NUMERIC
                   MOVE W07-BAD-AMOUNT-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN F01-TRANS-AMOUNT = ZERO
                       AND F01-TRANS-HOURS = ZERO
                   MOVE W07-NO-AMOUNT-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN F01-TRANS-BONUS AND F01-TRANS-HOURS > ZERO
                   MOVE W07-BONUS-HOURS-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN W01-MASTER-NOT-FOUND
                   MOVE W07-NOT-ON-MASTER-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN F01-TRANS-HOURS > ZERO
                       AND (F01-HOURLY-RATE IS NOT NUMERIC
                           OR F01-HOURLY-RATE = ZERO)
                   MOVE W07-NO-RATE-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN NOT F01-TAX-STATUS-VALID
                   MOVE W07-BAD-STATUS-MSG TO W05-REJECT-REASON
                   PERFORM 480-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 405-PAY-ONE-TRANSACTION
           END-EVALUATE

           PERFORM 300-READ-TRANSACTION
           .

       405-PAY-ONE-TRANSACTION.
           PERFORM 410-COMPUTE-GROSS-PAY
           PERFORM 414-SELECT-JURIS-RATES
           PERFORM 415-COMPUTE-DEDUCTIONS
           PERFORM 425-COMPUTE-EMPLOYER-SHARE

      * A MANUAL CHEQUE IS A CHEQUE BY DEFINITION; OTHERWISE LIVE
      * DEPOSIT ONLY ONCE THE PRENOTE HAS PASSED, AS IN THE REGISTER
           IF F01-PAY-EFT AND F01-PRENOTE-PASSED
                   AND NOT F01-TRANS-MANUAL
               PERFORM 430-WRITE-EFT-DETAIL
               MOVE "E" TO F05-PERIOD-PAY-METHOD
               MOVE "EFT" TO W04-METHOD-OUT
           ELSE
               MOVE "C" TO F05-PERIOD-PAY-METHOD
               MOVE "CHQ" TO W04-METHOD-OUT
               ADD W11-NET-PAY TO W46-TOTAL-BY-CHEQUE
           END-IF

           PERFORM 420-WRITE-DETAIL-LINE
           PERFORM 440-WRITE-PERIOD-RECORD

           ADD 1 TO W48-RECORDS-PAID
           ADD W03-GROSS-PAY TO W46-TOTAL-GROSS
           ADD W11-WITHHOLDING TO W46-TOTAL-WITHHOLDING
           ADD W11-FICA TO W46-TOTAL-FICA
           ADD W11-NET-PAY TO W46-TOTAL-NET
           ADD W45-ER-FICA TO W46-TOTAL-ER-FICA
           ADD W45-ER-WCB TO W46-TOTAL-ER-WCB
           .

      * HOURS PAY AT THE MASTER RATE - HOURLY STAFF OVER 40 AT TIME-
      * AND-A-HALF, SALARIED STAFF STRAIGHT - AND ANY AMOUNT ON THE
      * TRANSACTION IS ADDED ON TOP
       410-COMPUTE-GROSS-PAY.
           MOVE ZERO TO W03-REGULAR-HOURS
           MOVE ZERO TO W03-OVERTIME-HOURS
           MOVE ZERO TO W03-REGULAR-PAY
           MOVE ZERO TO W03-OVERTIME-PAY

           IF F01-TRANS-HOURS > ZERO
               IF F01-SALARY-TYPE = "S" OR F01-TRANS-HOURS NOT > 40
                   MOVE F01-TRANS-HOURS TO W03-REGULAR-HOURS
               ELSE
                   MOVE 40 TO W03-REGULAR-HOURS
                   COMPUTE W03-OVERTIME-HOURS =
                       F01-TRANS-HOURS - 40
               END-IF
               COMPUTE W03-REGULAR-PAY ROUNDED =
                   W03-REGULAR-HOURS * F01-HOURLY-RATE
               COMPUTE W03-OVERTIME-PAY ROUNDED =
                   W03-OVERTIME-HOURS * F01-HOURLY-RATE * 1.5
           END-IF

           COMPUTE W03-GROSS-PAY =
               W03-REGULAR-PAY + W03-OVERTIME-PAY + F01-TRANS-AMOUNT
           .

      * THE EMPLOYEE'S JURISDICTION'S RATES, FALLING BACK TO THE
      * DEFAULT (BLANK) SET AND THEN THE FIRST SET LOADED
       414-SELECT-JURIS-RATES.
           MOVE ZERO TO W33-JURIS-FOUND-SUB
           PERFORM 413-MATCH-EMPLOYEE-JURIS
               VARYING W32-JURIS-SUB FROM 1 BY 1
               UNTIL W32-JURIS-SUB > W31-JURIS-COUNT

           IF W33-JURIS-FOUND-SUB = ZERO
               PERFORM 412-MATCH-DEFAULT-JURIS
                   VARYING W32-JURIS-SUB FROM 1 BY 1
                   UNTIL W32-JURIS-SUB > W31-JURIS-COUNT
           END-IF
           IF W33-JURIS-FOUND-SUB = ZERO AND W31-JURIS-COUNT > ZERO
               MOVE 1 TO W33-JURIS-FOUND-SUB
           END-IF

           MOVE ZERO TO W10-FICA-RATE
           MOVE ZERO TO W45-ER-FICA-RATE
           MOVE ZERO TO W09-BONUS-RATE
           IF W33-JURIS-FOUND-SUB > ZERO
               MOVE W30-JURIS-FICA-RATE(W33-JURIS-FOUND-SUB)
                   TO W10-FICA-RATE
               MOVE W30-JURIS-ER-FICA-RATE(W33-JURIS-FOUND-SUB)
                   TO W45-ER-FICA-RATE
               MOVE W30-JURIS-BONUS-RATE(W33-JURIS-FOUND-SUB)
                   TO W09-BONUS-RATE
               PERFORM 411-COPY-JURIS-BRACKET
                   VARYING W34-BRACKET-SUB FROM 1 BY 1
                   UNTIL W34-BRACKET-SUB > 5
           END-IF
           .

       413-MATCH-EMPLOYEE-JURIS.
           IF F01-TAX-JURIS = W30-JURIS-CODE(W32-JURIS-SUB)
               MOVE W32-JURIS-SUB TO W33-JURIS-FOUND-SUB
           END-IF
           .

       412-MATCH-DEFAULT-JURIS.
           IF W30-JURIS-CODE(W32-JURIS-SUB) = SPACES
               MOVE W32-JURIS-SUB TO W33-JURIS-FOUND-SUB
           END-IF
           .

       411-COPY-JURIS-BRACKET.
           MOVE W30-JH-RATE(W33-JURIS-FOUND-SUB W34-BRACKET-SUB)
               TO W08-WITHHOLD-RATE(W34-BRACKET-SUB)
           MOVE W30-JH-ALLOWANCE(W33-JURIS-FOUND-SUB W34-BRACKET-SUB)
               TO W08-WITHHOLD-ALLOWANCE(W34-BRACKET-SUB)
           .

      * A LUMP-SUM BONUS IS WITHHELD AT THE FLAT BONUS RATE ON THE
      * WHOLE AMOUNT; EVERYTHING ELSE BY TAX-STATUS BRACKET LESS THE
      * PER-DEPENDANT ALLOWANCE, AS THE REGISTER DOES. FICA IS ON
      * FULL GROSS EITHER WAY. NO INSURANCE PREMIUM OR DEDUCTION
      * MASTER TAKES - THOSE BELONG TO THE REGULAR PERIOD
       415-COMPUTE-DEDUCTIONS.
           IF F01-TRANS-BONUS AND W09-BONUS-RATE > ZERO
               COMPUTE W11-WITHHOLDING ROUNDED =
                   W03-GROSS-PAY * W09-BONUS-RATE
           ELSE
               IF F01-TRANS-BONUS
                   ADD 1 TO W47-NO-FLAT-RATE
               END-IF
               COMPUTE W11-TAXABLE-PAY =
                   W03-GROSS-PAY -
                       (F01-DEPENDANTS *
                           W08-WITHHOLD-ALLOWANCE(F01-TAX-STATUS))
               IF W11-TAXABLE-PAY < ZERO
                   MOVE ZERO TO W11-TAXABLE-PAY
               END-IF
               COMPUTE W11-WITHHOLDING ROUNDED =
                   W11-TAXABLE-PAY * W08-WITHHOLD-RATE(F01-TAX-STATUS)
           END-IF

           COMPUTE W11-FICA ROUNDED =
               W03-GROSS-PAY * W10-FICA-RATE

           COMPUTE W11-NET-PAY =
               W03-GROSS-PAY - W11-WITHHOLDING - W11-FICA
           IF W11-NET-PAY < ZERO
               MOVE ZERO TO W11-NET-PAY
           END-IF
           .

      * THE EMPLOYER'S MATCH AND WORKERS' COMP ON THE PAYMENT'S GROSS
       425-COMPUTE-EMPLOYER-SHARE.
           COMPUTE W45-ER-FICA ROUNDED =
               W03-GROSS-PAY * W45-ER-FICA-RATE

           MOVE ZERO TO W44-WCB-RATE
           MOVE ZERO TO W44-WCB-BEST-SCORE
           PERFORM 427-MATCH-WCB-RATE
               VARYING W44-WCB-SUB FROM 1 BY 1
               UNTIL W44-WCB-SUB > W44-WCB-COUNT
           COMPUTE W45-ER-WCB ROUNDED =
               W03-GROSS-PAY * W44-WCB-RATE
           .

       427-MATCH-WCB-RATE.
           MOVE ZERO TO W44-WCB-SCORE
           IF (W43-WCB-DEPT(W44-WCB-SUB) = F01-DEPT-CODE
                   OR W43-WCB-DEPT(W44-WCB-SUB) = SPACES)
               AND (W43-WCB-JURIS(W44-WCB-SUB) = F01-TAX-JURIS
                   OR W43-WCB-JURIS(W44-WCB-SUB) = SPACES)
               MOVE 1 TO W44-WCB-SCORE
               IF W43-WCB-DEPT(W44-WCB-SUB) = F01-DEPT-CODE
                   ADD 2 TO W44-WCB-SCORE
               END-IF
               IF W43-WCB-JURIS(W44-WCB-SUB) = F01-TAX-JURIS
                   ADD 1 TO W44-WCB-SCORE
               END-IF
           END-IF

           IF W44-WCB-SCORE > W44-WCB-BEST-SCORE
               MOVE W44-WCB-SCORE TO W44-WCB-BEST-SCORE
               MOVE W43-WCB-RATE(W44-WCB-SUB) TO W44-WCB-RATE
           END-IF
           .

       420-WRITE-DETAIL-LINE.
           MOVE F01-EMPLOYEE-SSN-X TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W04-SSN-OUT
           MOVE F01-LAST-NAME TO W04-LAST-NAME-OUT
           EVALUATE TRUE
               WHEN F01-TRANS-FINAL
                   MOVE "Final" TO W04-TYPE-OUT
               WHEN F01-TRANS-BONUS
                   MOVE "Bonus" TO W04-TYPE-OUT
               WHEN OTHER
                   MOVE "Manual" TO W04-TYPE-OUT
           END-EVALUATE
           MOVE F01-TRANS-HOURS TO W04-HOURS-OUT
           MOVE W03-GROSS-PAY TO W04-GROSS-PAY-OUT
           MOVE W11-WITHHOLDING TO W04-WITHHOLD-OUT
           MOVE W11-FICA TO W04-FICA-OUT
           MOVE W11-NET-PAY TO W04-NET-PAY-OUT
           MOVE F01-TRANS-REASON TO W04-REASON-OUT

           WRITE F07-PRINT-RECORD FROM W04-DETAIL-LINE
           .

       430-WRITE-EFT-DETAIL.
           MOVE "D" TO W17-EFT-TYPE
           MOVE F01-EMPLOYEE-SSN TO W17-EFT-SSN
           MOVE F01-FULL-NAME TO W17-EFT-NAME
           MOVE F01-BANK-TRANSIT TO W17-EFT-TRANSIT
           MOVE F01-BANK-ACCOUNT TO W17-EFT-ACCOUNT
           MOVE W11-NET-PAY TO W17-EFT-NET-AMOUNT

           WRITE F04-EFT-RECORD FROM W17-EFT-DETAIL
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "OffCycleEft.dat" TO ABEND-FILE-NAME
           MOVE W23-EFT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD 1 TO W19-EFT-RECORD-COUNT
           ADD W11-NET-PAY TO W19-EFT-AMOUNT-TOTAL
           ADD F01-EMPLOYEE-SSN TO W19-EFT-HASH-TOTAL
           .

      * THE PERIOD RECORD FOR THE CHEQUE PRINT, YTD POSTING AND
      * LEDGER DISTRIBUTION STEPS, IN THE REGISTER'S OWN LAYOUT
       440-WRITE-PERIOD-RECORD.
           MOVE F01-EMPLOYEE-SSN TO F05-PERIOD-SSN
           MOVE F01-DEPT-CODE TO F05-PERIOD-DEPT
           MOVE W03-GROSS-PAY TO F05-PERIOD-GROSS
           MOVE W11-WITHHOLDING TO F05-PERIOD-WITHHOLDING
           MOVE W11-FICA TO F05-PERIOD-FICA
           MOVE ZERO TO F05-PERIOD-INSURANCE
           MOVE ZERO TO F05-PERIOD-OTHER-DEDS
           MOVE W11-NET-PAY TO F05-PERIOD-NET
           MOVE F01-TAX-JURIS TO F05-PERIOD-JURIS
           MOVE W45-ER-FICA TO F05-PERIOD-ER-FICA
           MOVE ZERO TO F05-PERIOD-ER-HEALTH
           MOVE W45-ER-WCB TO F05-PERIOD-ER-WCB
           MOVE ZERO TO F05-PERIOD-RETRO-PAY

           WRITE F05-PERIOD-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "OffCyclePay.dat" TO ABEND-FILE-NAME
           MOVE W24-PERIOD-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 445-WRITE-HISTORY-RECORD
           .

      * THE SAME RESULTS, DATED AND MARKED OFF-CYCLE, ON THE PAY
      * HISTORY - A RETRO REPRICING OR A REGISTER REVERSAL LEAVES
      * THESE ROWS ALONE
       445-WRITE-HISTORY-RECORD.
           MOVE RC-BUSINESS-DATE TO F06-HIST-RUN-DATE
           MOVE RC-PERIOD TO F06-HIST-PERIOD
           MOVE F05-PERIOD-SSN TO F06-HIST-SSN
           MOVE F05-PERIOD-DEPT TO F06-HIST-DEPT
           MOVE F05-PERIOD-GROSS TO F06-HIST-GROSS
           MOVE F05-PERIOD-WITHHOLDING TO F06-HIST-WITHHOLDING
           MOVE F05-PERIOD-FICA TO F06-HIST-FICA
           MOVE F05-PERIOD-INSURANCE TO F06-HIST-INSURANCE
           MOVE F05-PERIOD-OTHER-DEDS TO F06-HIST-OTHER-DEDS
           MOVE F05-PERIOD-NET TO F06-HIST-NET
           SET F06-HIST-OFF-CYCLE TO TRUE
           MOVE F05-PERIOD-ER-FICA TO F06-HIST-ER-FICA
           MOVE F05-PERIOD-ER-HEALTH TO F06-HIST-ER-HEALTH
           MOVE F05-PERIOD-ER-WCB TO F06-HIST-ER-WCB
           IF F01-HOURLY-RATE IS NUMERIC
               MOVE F01-HOURLY-RATE TO F06-HIST-RATE
           ELSE
               MOVE ZERO TO F06-HIST-RATE
           END-IF
           MOVE W03-REGULAR-HOURS TO F06-HIST-REG-HOURS
           MOVE W03-OVERTIME-HOURS TO F06-HIST-OT-HOURS
           MOVE ZERO TO F06-HIST-LEAVE-HOURS
           MOVE ZERO TO F06-HIST-RETRO-PAY

           WRITE F06-PAYHIST-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W25-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       480-WRITE-REJECT-LINE.
           MOVE F01-TRANS-SSN-X TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W05-REJECT-SSN
           MOVE F01-TRANS-REASON TO W05-REJECT-TRANS-REASON
           WRITE F07-PRINT-RECORD FROM W05-REJECT-LINE
           ADD 1 TO W48-RECORDS-REJECTED
           .

       500-WRITE-FOOTER.
           MOVE "Payments Made" TO W06-COUNT-LABEL
           MOVE W48-RECORDS-PAID TO W06-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Payments Not Made" TO W06-COUNT-LABEL
           MOVE W48-RECORDS-REJECTED TO W06-COUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-COUNT-LINE

           IF W47-NO-FLAT-RATE > ZERO
               MOVE "Bonuses At Periodic Rate" TO W06-COUNT-LABEL
               MOVE W47-NO-FLAT-RATE TO W06-COUNT-OUT
               WRITE F07-PRINT-RECORD FROM W06-COUNT-LINE
           END-IF

           MOVE "Total Gross Pay" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-GROSS TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Total Withholding" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-WITHHOLDING TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           MOVE "Total FICA" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-FICA TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           MOVE "Total Net Pay" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-NET TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           MOVE "  Net By Deposit" TO W06-AMOUNT-LABEL
           MOVE W19-EFT-AMOUNT-TOTAL TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           MOVE "  Net For Cheque Print" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-BY-CHEQUE TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           MOVE "Employer FICA/Pen" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-ER-FICA TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Workers' Comp" TO W06-AMOUNT-LABEL
           MOVE W46-TOTAL-ER-WCB TO W06-AMOUNT-OUT
           WRITE F07-PRINT-RECORD FROM W06-AMOUNT-LINE

           WRITE F07-PRINT-RECORD FROM W06-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           MOVE W19-EFT-RECORD-COUNT TO W18-EFT-COUNT
           MOVE W19-EFT-AMOUNT-TOTAL TO W18-EFT-AMOUNT-TOTAL
           MOVE W19-EFT-HASH-TOTAL TO W18-EFT-HASH-TOTAL
           WRITE F04-EFT-RECORD FROM W18-EFT-TRAILER
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "OffCyclePay"         TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W48-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W48-RECORDS-PAID      TO AUDIT-RECORDS-WRITTEN
           MOVE W48-RECORDS-REJECTED  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-TRANS-FILE
                 F02-EMPLOYEE-MASTER
                 F04-EFT-FILE
                 F05-PERIOD-FILE
                 F06-HISTORY-FILE
                 F07-PRINT-FILE
           .
