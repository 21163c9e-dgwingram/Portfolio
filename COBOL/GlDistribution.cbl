      * GENERAL-LEDGER POSTING FILE - WAGE EXPENSE DEBITS BY
      * DEPARTMENT, CREDITS TO CASH, THE PER-JURISDICTION
      * WITHHOLDING AND FICA LIABILITY ACCOUNTS, AND THE INSURANCE
      * AND OTHER-DEDUCTION PAYABLES. THE EMPLOYER'S OWN COST - FICA/
      * PENSION MATCH, HEALTH SHARE AND WORKERS' COMP - POSTS AS A
      * BURDEN EXPENSE DEBIT BY DEPARTMENT AGAINST THE EMPLOYER
      * LIABILITY ACCOUNTS
       FILE-CONTROL.
      * THE REGISTER'S PERIOD FILE BY DEFAULT - AN OFF-CYCLE RUN
      * POINTS THIS AT ITS OWN PERIOD FILE
           SELECT F01-PERIOD-FILE
               ASSIGN TO DYNAMIC W21-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F02-GL-FILE ASSIGN TO 'GlPosting.dat'
       DATA DIVISION.
       FILE SECTION.
       FD  F01-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F01==.
           05  W03-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY W03-DEPT-IDX.
               10  W03-DEPT-CODE           PIC X(4).
               10  W03-DEPT-GROSS          PIC 9(7)V99.
               10  W03-DEPT-BURDEN         PIC 9(7)V99.

       01 W04-DEPT-COUNT                   PIC 9(3) VALUE ZERO.

           05  W06-TOTAL-INSURANCE         PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-OTHER-DEDS        PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-GROSS             PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-ER-FICA           PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-ER-HEALTH         PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-ER-WCB            PIC 9(7)V99 VALUE ZERO.
           05  W06-TOTAL-BURDEN            PIC 9(7)V99 VALUE ZERO.

       01 W07-DETAIL-LINE.
           05  W07-ACCOUNT-OUT             PIC X(8).
           05                              PIC X(53) VALUE SPACES.

       01 W09-DEPT-EXPENSE-ACCOUNT.
           05  W09-EXPENSE-BASE            PIC X(4) VALUE "5100".
           05  W09-EXPENSE-DEPT            PIC X(4).

      * ONE EMPLOYEE'S EMPLOYER CONTRIBUTIONS ADDED TOGETHER - THE
      * BURDEN CHARGED TO THEIR DEPARTMENT
       01 W19-RECORD-BURDEN                PIC 9(7)V99 VALUE ZERO.

      * READ/WRITTEN/REJECTED COUNTS FOR THE SHARED AUDIT LOG -
      * WRITTEN COUNTS THE POSTING RECORDS GENERATED
       01 W12-RUN-COUNTS.
               10  W13-JT-CODE             PIC X(2).
               10  W13-JT-WITHHOLDING      PIC 9(7)V99.
               10  W13-JT-FICA             PIC 9(7)V99.
               10  W13-JT-ER-FICA          PIC 9(7)V99.

       01 W14-JURIS-COUNT                  PIC 9 VALUE ZERO.

      * BALANCES, AND CALLED OUT ON THE REPORT
       01 W11-UNDISTRIBUTED-GROSS          PIC 9(7)V99 VALUE ZERO.

       01 W20-UNDISTRIBUTED-BURDEN         PIC 9(7)V99 VALUE ZERO.

      * WITHHOLDING AND FICA FOR JURISDICTIONS BEYOND THE TABLE -
      * POSTED TO SUSPENSE CREDITS SO THE ENTRY STILL BALANCES, AND
      * CALLED OUT ON THE REPORT SO THE OVERFLOW CAN'T PASS SILENT
       01 W17-UNSLOTTED-LIABILITY.
           05  W17-UNSLOT-WITHHOLDING      PIC 9(7)V99 VALUE ZERO.
           05  W17-UNSLOT-FICA             PIC 9(7)V99 VALUE ZERO.
           05  W17-UNSLOT-ER-FICA          PIC 9(7)V99 VALUE ZERO.

       01 W18-JURIS-OVERFLOW-LINE          PIC X(51) VALUE
           "** JURISDICTIONS BEYOND TABLE - SEE SUSPENSE CRS **".

       01 W21-PERIOD-FILE-NAME     PIC X(20)   VALUE "PeriodPay.dat".
       01 W22-PERIOD-NAME-OVERRIDE PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD
           STOP RUN
           .

      * PICK UP THE PERIOD FILE-NAME OVERRIDE FROM THE ENVIRONMENT
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W22-PERIOD-NAME-OVERRIDE
           ACCEPT W22-PERIOD-NAME-OVERRIDE
               FROM ENVIRONMENT "PERIOD_PAY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W22-PERIOD-NAME-OVERRIDE NOT = SPACES
               MOVE W22-PERIOD-NAME-OVERRIDE TO W21-PERIOD-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F01-PERIOD-FILE
                OUTPUT F02-GL-FILE
      * AMOUNTS FROM ONE PERIOD RESULT
       400-PROCESS-RECORD.
           ADD 1 TO W12-RECORDS-READ
           COMPUTE W19-RECORD-BURDEN = F01-PERIOD-ER-FICA
               + F01-PERIOD-ER-HEALTH + F01-PERIOD-ER-WCB
           SET W05-DEPT-NOT-FOUND TO TRUE
           PERFORM 410-ADD-TO-DEPT
               VARYING W03-DEPT-IDX FROM 1 BY 1
                       TO W03-DEPT-CODE(W03-DEPT-IDX)
                   MOVE F01-PERIOD-GROSS
                       TO W03-DEPT-GROSS(W03-DEPT-IDX)
                   MOVE W19-RECORD-BURDEN
                       TO W03-DEPT-BURDEN(W03-DEPT-IDX)
               ELSE
                   ADD F01-PERIOD-GROSS TO W11-UNDISTRIBUTED-GROSS
                   ADD W19-RECORD-BURDEN TO W20-UNDISTRIBUTED-BURDEN
               END-IF
           END-IF

           ADD F01-PERIOD-INSURANCE   TO W06-TOTAL-INSURANCE
           ADD F01-PERIOD-OTHER-DEDS  TO W06-TOTAL-OTHER-DEDS
           ADD F01-PERIOD-GROSS       TO W06-TOTAL-GROSS
           ADD F01-PERIOD-ER-FICA     TO W06-TOTAL-ER-FICA
           ADD F01-PERIOD-ER-HEALTH   TO W06-TOTAL-ER-HEALTH
           ADD F01-PERIOD-ER-WCB      TO W06-TOTAL-ER-WCB
           ADD W19-RECORD-BURDEN      TO W06-TOTAL-BURDEN

           PERFORM 300-READ-RECORD
           .
       410-ADD-TO-DEPT.
           IF F01-PERIOD-DEPT = W03-DEPT-CODE(W03-DEPT-IDX)
               ADD F01-PERIOD-GROSS TO W03-DEPT-GROSS(W03-DEPT-IDX)
               ADD W19-RECORD-BURDEN TO W03-DEPT-BURDEN(W03-DEPT-IDX)
               SET W05-DEPT-FOUND TO TRUE
           END-IF
           .
                   TO W13-JT-CODE(W14-JURIS-COUNT)
               MOVE ZERO TO W13-JT-WITHHOLDING(W14-JURIS-COUNT)
               MOVE ZERO TO W13-JT-FICA(W14-JURIS-COUNT)
               MOVE ZERO TO W13-JT-ER-FICA(W14-JURIS-COUNT)
               MOVE W14-JURIS-COUNT TO W15-JURIS-FOUND-SUB
           END-IF

                   TO W13-JT-WITHHOLDING(W15-JURIS-FOUND-SUB)
               ADD F01-PERIOD-FICA
                   TO W13-JT-FICA(W15-JURIS-FOUND-SUB)
               ADD F01-PERIOD-ER-FICA
                   TO W13-JT-ER-FICA(W15-JURIS-FOUND-SUB)
           ELSE
      * A SIXTH JURISDICTION CANNOT BE SLOTTED - ITS LIABILITY GOES
      * TO SUSPENSE SO THE CREDITS STILL SUM TO THE DEBITS
               ADD F01-PERIOD-WITHHOLDING TO W17-UNSLOT-WITHHOLDING
               ADD F01-PERIOD-FICA TO W17-UNSLOT-FICA
               ADD F01-PERIOD-ER-FICA TO W17-UNSLOT-ER-FICA
           END-IF
           .

           END-IF
           .

      * ONE DEBIT PER DEPARTMENT'S WAGE EXPENSE AND ONE FOR ITS
      * BURDEN, THEN THE OFFSETTING CREDITS - THE ENTRY BALANCES TO
      * THE REGISTER'S TOTAL GROSS PAY PLUS THE EMPLOYER BURDEN
       500-WRITE-POSTINGS.
           PERFORM 510-WRITE-DEPT-DEBIT
               VARYING W03-DEPT-IDX FROM 1 BY 1
               UNTIL W03-DEPT-IDX > W04-DEPT-COUNT

           PERFORM 515-WRITE-BURDEN-DEBIT
               VARYING W03-DEPT-IDX FROM 1 BY 1
               UNTIL W03-DEPT-IDX > W04-DEPT-COUNT

           IF W20-UNDISTRIBUTED-BURDEN > ZERO
               MOVE "5299" TO F02-GL-ACCOUNT
               MOVE "D" TO F02-GL-DRCR
               MOVE W20-UNDISTRIBUTED-BURDEN TO F02-GL-AMOUNT
               MOVE "BURDEN EXPENSE SUSPENSE" TO F02-GL-DESC
               PERFORM 520-WRITE-GL-RECORD
           END-IF

           IF W11-UNDISTRIBUTED-GROSS > ZERO
               MOVE "5199" TO F02-GL-ACCOUNT
               MOVE "D" TO F02-GL-DRCR
           MOVE W06-TOTAL-OTHER-DEDS TO F02-GL-AMOUNT
           MOVE "OTHER DEDUCTIONS PAYABLE" TO F02-GL-DESC
           PERFORM 520-WRITE-GL-RECORD

      * THE EMPLOYER LIABILITIES - THE FICA/PENSION MATCH BY
      * JURISDICTION LIKE THE EMPLOYEE SHARE, HEALTH AND WORKERS'
      * COMP EACH TO ONE PAYABLE
           PERFORM 535-WRITE-EMPLOYER-FICA
               VARYING W13-JURIS-IDX FROM 1 BY 1
               UNTIL W13-JURIS-IDX > W14-JURIS-COUNT

           IF W17-UNSLOT-ER-FICA > ZERO
               MOVE "2159" TO F02-GL-ACCOUNT
               MOVE "C" TO F02-GL-DRCR
               MOVE W17-UNSLOT-ER-FICA TO F02-GL-AMOUNT
               MOVE "EMPLOYER FICA SUSPENSE" TO F02-GL-DESC
               PERFORM 520-WRITE-GL-RECORD
           END-IF

           MOVE "2160" TO F02-GL-ACCOUNT
           MOVE "C" TO F02-GL-DRCR
           MOVE W06-TOTAL-ER-HEALTH TO F02-GL-AMOUNT
           MOVE "EMPLOYER HEALTH PAYABLE" TO F02-GL-DESC
           PERFORM 520-WRITE-GL-RECORD

           MOVE "2170" TO F02-GL-ACCOUNT
           MOVE "C" TO F02-GL-DRCR
           MOVE W06-TOTAL-ER-WCB TO F02-GL-AMOUNT
           MOVE "WORKERS COMP PAYABLE" TO F02-GL-DESC
           PERFORM 520-WRITE-GL-RECORD
           .

       535-WRITE-EMPLOYER-FICA.
           MOVE "2150" TO W16-JA-BASE
           MOVE W13-JT-CODE(W13-JURIS-IDX) TO W16-JA-JURIS
           MOVE W16-JURIS-ACCOUNT TO F02-GL-ACCOUNT
           MOVE "C" TO F02-GL-DRCR
           MOVE W13-JT-ER-FICA(W13-JURIS-IDX) TO F02-GL-AMOUNT
           MOVE SPACES TO F02-GL-DESC
           STRING "EMPLOYER FICA/PEN " DELIMITED BY SIZE
                  W13-JT-CODE(W13-JURIS-IDX) DELIMITED BY SIZE
               INTO F02-GL-DESC
           END-STRING
           PERFORM 520-WRITE-GL-RECORD
           .

       530-WRITE-JURIS-CREDITS.
           .

       510-WRITE-DEPT-DEBIT.
           MOVE "5100" TO W09-EXPENSE-BASE
           MOVE W03-DEPT-CODE(W03-DEPT-IDX) TO W09-EXPENSE-DEPT
           MOVE W09-DEPT-EXPENSE-ACCOUNT TO F02-GL-ACCOUNT
           MOVE "D" TO F02-GL-DRCR
           PERFORM 520-WRITE-GL-RECORD
           .

      * THE DEPARTMENT'S EMPLOYER BURDEN - CHARGED ALONGSIDE ITS
      * WAGES SO THE DEPARTMENT CARRIES ITS FULL LABOR COST
       515-WRITE-BURDEN-DEBIT.
           MOVE "5200" TO W09-EXPENSE-BASE
           MOVE W03-DEPT-CODE(W03-DEPT-IDX) TO W09-EXPENSE-DEPT
           MOVE W09-DEPT-EXPENSE-ACCOUNT TO F02-GL-ACCOUNT
           MOVE "D" TO F02-GL-DRCR
           MOVE W03-DEPT-BURDEN(W03-DEPT-IDX) TO F02-GL-AMOUNT
           MOVE SPACES TO F02-GL-DESC
           STRING "BURDEN EXPENSE DEPT " DELIMITED BY SIZE
                  W03-DEPT-CODE(W03-DEPT-IDX) DELIMITED BY SIZE
               INTO F02-GL-DESC
           END-STRING
           PERFORM 520-WRITE-GL-RECORD
           .

      * WRITE THE POSTING RECORD AND ECHO IT ON THE PRINT REPORT
       520-WRITE-GL-RECORD.
           MOVE F02-GL-ACCOUNT TO W07-ACCOUNT-OUT
           .

      * PROVE THE ENTRY BALANCES: DEBITS = CREDITS = TOTAL GROSS PAY
      * PLUS THE EMPLOYER BURDEN
       550-WRITE-FOOTER.
           MOVE "Total Debits (Gross)" TO W08-BALANCE-LABEL
           MOVE W06-TOTAL-GROSS TO W08-BALANCE-OUT
           WRITE F03-PRINT-RECORD FROM W08-BALANCE-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Total Debits (Burden)" TO W08-BALANCE-LABEL
           MOVE W06-TOTAL-BURDEN TO W08-BALANCE-OUT
           WRITE F03-PRINT-RECORD FROM W08-BALANCE-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Total Credits" TO W08-BALANCE-LABEL
           COMPUTE W08-BALANCE-OUT =
               W06-TOTAL-NET + W06-TOTAL-WITHHOLDING
                   + W06-TOTAL-FICA + W06-TOTAL-INSURANCE
                   + W06-TOTAL-OTHER-DEDS + W06-TOTAL-ER-FICA
                   + W06-TOTAL-ER-HEALTH + W06-TOTAL-ER-WCB
           WRITE F03-PRINT-RECORD FROM W08-BALANCE-LINE
               AFTER ADVANCING 1 LINE

           IF W17-UNSLOT-WITHHOLDING > ZERO
                   OR W17-UNSLOT-FICA > ZERO
                   OR W17-UNSLOT-ER-FICA > ZERO
               WRITE F03-PRINT-RECORD FROM W18-JURIS-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
