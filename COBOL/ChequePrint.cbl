      * PERMANENT CHEQUE REGISTER. A SPOILED CHEQUE IS VOIDED AND
      * REISSUED THROUGH THE VOID TRANSACTION FILE, WITH OFFSETTING
      * REGISTER RECORDS SO THE REGISTER ALWAYS BALANCES TO THE
      * PERIOD'S NET-PAY TOTAL. EVERY REGISTER RECORD ADDED SINCE THE
      * LAST RUN - THIS RUN'S ISSUES AND VOIDS, AND ANY VOIDS A
      * PAYROLL REVERSAL MADE IN BETWEEN - GOES TO THE BANK ON THE
      * POSITIVE-PAY ISSUE FILE SO AN ALTERED OR UNISSUED ITEM IS
      * REFUSED AT THE COUNTER
       FILE-CONTROL.
      * THE REGISTER'S PERIOD FILE BY DEFAULT - AN OFF-CYCLE RUN
      * POINTS THIS AT ITS OWN PERIOD FILE SO ITS CHEQUES TAKE THE
      * NEXT NUMBERS IN THE SAME SEQUENCE
           SELECT F01-PERIOD-FILE
               ASSIGN TO DYNAMIC W18-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-PERIOD-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-REG-CHECK-STATUS.

      * THE POSITIVE-PAY ISSUE FILE FOR THE BANK - REPLACED EACH RUN
           SELECT F08-POSITIVE-PAY ASSIGN TO 'PositivePay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-POSPAY-STATUS.

      * HOW MANY REGISTER RECORDS HAVE ALREADY GONE TO THE BANK,
      * CARRIED ACROSS RUNS LIKE THE NEXT CHEQUE NUMBER
           SELECT OPTIONAL F09-POSPAY-MARK
               ASSIGN TO 'PositivePayMark.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W28-POSPAY-MARK-STATUS.

           SELECT F06-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W12-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD  F01-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F01==.
               88  F04-REG-ISSUED          VALUE "I".
               88  F04-REG-VOIDED          VALUE "V".
               88  F04-REG-REISSUED        VALUE "R".
               88  F04-REG-PAID            VALUE "P".

       FD  F05-VOID-FILE
           RECORD CONTAINS 6 CHARACTERS
           05  F07-CHK-DATE                PIC X(8).
           05  F07-CHK-STATUS              PIC X.

      * HEADER, ONE DETAIL PER REGISTER RECORD ("I" ISSUED - A
      * REISSUE IS AN ISSUE TO THE BANK - OR "V" VOID), AND A
      * TRAILER WITH THE COUNT AND ISSUE/VOID TOTALS
       FD  F08-POSITIVE-PAY
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F08-POSPAY-RECORD.
       01  F08-POSPAY-RECORD               PIC X(40).

       FD  F09-POSPAY-MARK
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS F09-POSPAY-MARK-RECORD.
       01  F09-POSPAY-MARK-RECORD.
           05  F09-RECORDS-SENT            PIC 9(7).

       FD  F06-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-PERIOD-STATUS        PIC XX VALUE SPACES.
       01 W21-CHEQUE-STATUS        PIC XX VALUE SPACES.
       01 W24-VOID-STATUS          PIC XX VALUE SPACES.
       01 W25-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W26-REG-CHECK-STATUS     PIC XX VALUE SPACES.
       01 W27-POSPAY-STATUS        PIC XX VALUE SPACES.
       01 W28-POSPAY-MARK-STATUS   PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
                   VALUE 'Cheque not on register'.
           05 W16-ALREADY-VOID-MSG         PIC X(34)
                   VALUE 'Cheque already voided'.
           05 W16-ALREADY-PAID-MSG         PIC X(34)
                   VALUE 'Cheque already paid by the bank'.

       01 W17-VOID-COUNT-LINE.
           05  PIC X(38)

       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W18-PERIOD-FILE-NAME     PIC X(20)   VALUE "PeriodPay.dat".
       01 W19-PERIOD-NAME-OVERRIDE PIC X(20)   VALUE SPACES.

      * POSITIVE-PAY RECORD LAYOUTS AND THE RUN'S EXPORT COUNTS
       01 W29-POSPAY-HEADER.
           05                              PIC X     VALUE "H".
           05                              PIC X(20)
                   VALUE "INGRAM PAYROLL".
           05  W29-HDR-DATE                PIC X(8).
           05                              PIC X(11) VALUE SPACES.

       01 W30-POSPAY-DETAIL.
           05                              PIC X     VALUE "D".
           05  W30-DTL-CHEQUE-NUMBER       PIC 9(6).
           05  W30-DTL-AMOUNT              PIC 9(7)V99.
           05  W30-DTL-ISSUE-DATE          PIC X(8).
           05  W30-DTL-ACTION              PIC X.
           05                              PIC X(15) VALUE SPACES.

       01 W31-POSPAY-TRAILER.
           05                              PIC X     VALUE "T".
           05  W31-TRL-COUNT               PIC 9(7).
           05  W31-TRL-ISSUED-TOTAL        PIC 9(9)V99.
           05  W31-TRL-VOIDED-TOTAL        PIC 9(9)V99.
           05                              PIC X(10) VALUE SPACES.

       01 W32-POSPAY-COUNTS.
           05  W32-RECORDS-SENT            PIC 9(7)    VALUE ZERO.
           05  W32-REGISTER-POSITION       PIC 9(7)    VALUE ZERO.
           05  W32-DETAIL-COUNT            PIC 9(7)    VALUE ZERO.
           05  W32-ISSUED-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  W32-VOIDED-TOTAL            PIC 9(9)V99 VALUE ZERO.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
       PROCEDURE DIVISION.

           MOVE "ChequePrint" TO ABEND-PROGRAM
           MOVE "ChequePrint" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 500-WRITE-CONTROL-TOTALS
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 700-WRITE-POSITIVE-PAY
           STOP RUN
           .


           COPY MASKPRC.

           COPY SECPRC.

      * A RUN WITH VOIDS KEYED IS VOIDING AND REISSUING CHEQUES, AND
      * ONLY A PAYROLL SUPERVISOR MAY DO THAT. A PLAIN CHEQUE RUN
      * WITH NO VOIDS NEEDS NO SIGN-ON. CHECKED BEFORE ANY OUTPUT
      * FILE IS OPENED
       080-CHECK-OPERATOR-ROLE.
           OPEN INPUT F05-VOID-FILE
           PERFORM 121-READ-VOID
           CLOSE F05-VOID-FILE
           IF NOT W01-VOID-EOF
               MOVE "CHEQUE VOIDS" TO SEC-FUNCTION
               MOVE "S" TO SEC-ALLOWED-ROLES
               PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           END-IF
           MOVE SPACES TO W01-VOID-EOF-SWITCH
           .

      * PICK UP THE MASTER AND PERIOD FILE-NAME OVERRIDES FROM THE
      * ENVIRONMENT
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-MASTER-FILE-NAME
           END-IF

           MOVE SPACES TO W19-PERIOD-NAME-OVERRIDE
           ACCEPT W19-PERIOD-NAME-OVERRIDE
               FROM ENVIRONMENT "PERIOD_PAY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W19-PERIOD-NAME-OVERRIDE NOT = SPACES
               MOVE W19-PERIOD-NAME-OVERRIDE TO W18-PERIOD-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
                OUTPUT F02-CHEQUE-FILE

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W18-PERIOD-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-PERIOD-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
               WHEN NOT W05-TGT-FOUND
                   MOVE W16-NOT-ON-REGISTER-MSG TO W15-EXC-REASON
                   PERFORM 125-WRITE-VOID-EXCEPTION
               WHEN W05-TGT-STATUS = "P"
                   MOVE W16-ALREADY-PAID-MSG TO W15-EXC-REASON
                   PERFORM 125-WRITE-VOID-EXCEPTION
               WHEN W05-TGT-STATUS NOT = "I"
                       AND W05-TGT-STATUS NOT = "R"
                   MOVE W16-ALREADY-VOID-MSG TO W15-EXC-REASON
                 F04-REGISTER-FILE
                 F06-EMPLOYEE-MASTER
           .

      * SEND THE BANK EVERY REGISTER RECORD IT HAS NOT YET SEEN -
      * THE MARK FILE SAYS HOW MANY WENT OUT BEFORE, SO THE REGISTER
      * ITSELF STAYS APPEND-ONLY AND NOTHING IS SENT TWICE. PAID
      * RECORDS ARE THE BANK'S OWN NEWS AND ARE SKIPPED
       700-WRITE-POSITIVE-PAY.
           OPEN INPUT F09-POSPAY-MARK
           IF W28-POSPAY-MARK-STATUS = "00"
               READ F09-POSPAY-MARK
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F09-RECORDS-SENT TO W32-RECORDS-SENT
               END-READ
           END-IF
           CLOSE F09-POSPAY-MARK

           OPEN OUTPUT F08-POSITIVE-PAY
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "PositivePay.dat" TO ABEND-FILE-NAME
           MOVE W27-POSPAY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE RC-BUSINESS-DATE TO W29-HDR-DATE
           WRITE F08-POSPAY-RECORD FROM W29-POSPAY-HEADER

           MOVE ZERO TO W32-REGISTER-POSITION
           MOVE SPACES TO W01-REG-EOF-SWITCH
           OPEN INPUT F07-REGISTER-CHECK
           PERFORM 710-EXPORT-REGISTER-RECORD
               UNTIL W01-REG-EOF
           CLOSE F07-REGISTER-CHECK

           MOVE W32-DETAIL-COUNT TO W31-TRL-COUNT
           MOVE W32-ISSUED-TOTAL TO W31-TRL-ISSUED-TOTAL
           MOVE W32-VOIDED-TOTAL TO W31-TRL-VOIDED-TOTAL
           WRITE F08-POSPAY-RECORD FROM W31-POSPAY-TRAILER
           CLOSE F08-POSITIVE-PAY

           OPEN OUTPUT F09-POSPAY-MARK
           MOVE W32-REGISTER-POSITION TO F09-RECORDS-SENT
           WRITE F09-POSPAY-MARK-RECORD
           CLOSE F09-POSPAY-MARK
           .

       710-EXPORT-REGISTER-RECORD.
           READ F07-REGISTER-CHECK
               AT END
                   SET W01-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W32-REGISTER-POSITION
                   IF W32-REGISTER-POSITION > W32-RECORDS-SENT
                           AND F07-CHK-STATUS NOT = "P"
                       PERFORM 720-WRITE-POSPAY-DETAIL
                   END-IF
           END-READ
           .

       720-WRITE-POSPAY-DETAIL.
           MOVE F07-CHK-CHEQUE-NUMBER TO W30-DTL-CHEQUE-NUMBER
           MOVE F07-CHK-AMOUNT TO W30-DTL-AMOUNT
           MOVE F07-CHK-DATE TO W30-DTL-ISSUE-DATE
           IF F07-CHK-STATUS = "V"
               MOVE "V" TO W30-DTL-ACTION
               ADD F07-CHK-AMOUNT TO W32-VOIDED-TOTAL
           ELSE
               MOVE "I" TO W30-DTL-ACTION
               ADD F07-CHK-AMOUNT TO W32-ISSUED-TOTAL
           END-IF
           WRITE F08-POSPAY-RECORD FROM W30-POSPAY-DETAIL
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "PositivePay.dat" TO ABEND-FILE-NAME
           MOVE W27-POSPAY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W32-DETAIL-COUNT
           .
