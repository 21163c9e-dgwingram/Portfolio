       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarrierRecon.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * HEALTH-CARRIER PREMIUM RECONCILIATION. THE CARRIER'S MONTHLY
      * INVOICE DETAIL IS MATCHED BY SSN AGAINST THE INSURANCE
      * PREMIUMS THE REGISTER ACTUALLY DEDUCTED THAT MONTH, FROM THE
      * PAY HISTORY (REVERSALS AND OFF-CYCLE ROWS INCLUDED, SO A
      * REVERSED DEDUCTION NETS OUT). ANYONE BILLED WITH NOTHING
      * DEDUCTED, AND ANYONE DEDUCTED WITH NOTHING BILLED, IS LISTED
      * WITH WHAT THE SSN MASTER SAYS ABOUT THEM - A TERMINATED
      * EMPLOYEE STILL BILLED IS A PREMIUM TO CLAIM BACK. THE CARRIER
      * BILLS ITS OWN RATES, SO AMOUNTS ARE SHOWN BUT NOT EXPECTED TO
      * AGREE. THE MONTH IS THE BUSINESS DATE'S UNLESS CARRIER_MONTH
      * (YYYYMM) SAYS OTHERWISE. READ-ONLY - NO LOCK
       FILE-CONTROL.
      * THE CARRIER'S INVOICE DETAIL, ONE ROW PER MEMBER BILLED
           SELECT F01-INVOICE-FILE
               ASSIGN TO DYNAMIC W14-INVOICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-INVOICE-STATUS.

      * PERIOD PAY HISTORY - OPTIONAL, NO HISTORY IS NOTHING
      * DEDUCTED
           SELECT OPTIONAL F02-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-HISTORY-STATUS.

      * THE MONTH'S INVOICE ROWS AND HISTORY ROWS, EACH SORTED INTO
      * SSN ORDER FOR THE MATCH
           SELECT F03-INVSORT-FILE ASSIGN TO 'CarrierInvoiceSort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-INVSORT-STATUS.

           SELECT SD-INVOICE-FILE ASSIGN TO 'CARRWK1.TMP'.

           SELECT F04-HISTSORT-FILE ASSIGN TO 'CarrierHistorySort.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-HISTSORT-STATUS.

           SELECT SD-HISTORY-FILE ASSIGN TO 'CARRWK2.TMP'.

           SELECT F05-SSN-MASTER
               ASSIGN TO DYNAMIC W12-SSN-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F05-EMPLOYEE-SSN
               FILE STATUS IS W24-SSN-MASTER-STATUS.

           SELECT F06-PRINT-FILE ASSIGN TO 'CarrierRecon.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
      * THE PREMIUM IS SIGNED SO A CARRIER CREDIT CAN COME BACK AS A
      * NEGATIVE ROW; A CHARGE IS PLAIN DIGITS
       FD  F01-INVOICE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F01-INVOICE-RECORD.
       01  F01-INVOICE-RECORD.
           05  F01-INV-SSN                 PIC X(9).
           05  F01-INV-LAST-NAME           PIC X(14).
           05  F01-INV-FIRST-NAME          PIC X(12).
           05  F01-INV-PLAN                PIC X.
           05  F01-INV-COVERAGE-MONTH      PIC X(6).
           05  F01-INV-PREMIUM             PIC S9(5)V99.
           05                              PIC X(11).

       FD  F02-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F02-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F02==.

       FD  F03-INVSORT-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F03-INVSORT-RECORD.
       01  F03-INVSORT-RECORD.
           05  F03-INV-SSN                 PIC X(9).
           05  F03-INV-LAST-NAME           PIC X(14).
           05  F03-INV-FIRST-NAME          PIC X(12).
           05  F03-INV-PLAN                PIC X.
           05  F03-INV-PREMIUM             PIC S9(5)V99.

       SD  SD-INVOICE-FILE
           DATA RECORD IS SD-INVOICE-RECORD.
       01  SD-INVOICE-RECORD.
           05  SD-INV-SSN                  PIC X(9).
           05  SD-INV-LAST-NAME            PIC X(14).
           05  SD-INV-FIRST-NAME           PIC X(12).
           05  SD-INV-PLAN                 PIC X.
           05  SD-INV-PREMIUM              PIC S9(5)V99.

       FD  F04-HISTSORT-FILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS F04-HISTSORT-RECORD.
       01  F04-HISTSORT-RECORD.
           05  F04-HIST-SSN                PIC X(9).
           05  F04-HIST-INSURANCE          PIC S9(3)V99.

       SD  SD-HISTORY-FILE
           DATA RECORD IS SD-HISTORY-RECORD.
       01  SD-HISTORY-RECORD.
           05  SD-HIST-SSN                 PIC X(9).
           05  SD-HIST-INSURANCE           PIC S9(3)V99.

       FD  F05-SSN-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F05-EMPLOYEE-RECORD.

           COPY EMPREC REPLACING LEADING ==F01== BY ==F05==.

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-PRINT-RECORD.
       01  F06-PRINT-RECORD                PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INVOICE-STATUS       PIC XX VALUE SPACES.
       01 W21-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W22-INVSORT-STATUS       PIC XX VALUE SPACES.
       01 W23-HISTSORT-STATUS      PIC XX VALUE SPACES.
       01 W24-SSN-MASTER-STATUS    PIC XX VALUE SPACES.
       01 W25-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-INVOICE-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-INVOICE-EOF               VALUE "T".
           05  W01-HISTORY-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-HISTORY-EOF               VALUE "T".
           05  W01-INVSORT-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-INVSORT-EOF               VALUE "T".
           05  W01-HISTSORT-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-HISTSORT-EOF              VALUE "T".
           05  W01-REFUSED-SWITCH          PIC X VALUE "N".
               88  W01-RUN-REFUSED               VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(34)
                       VALUE "Health Carrier Premium Reconcile".
           05  W02-MONTH-LINE.
               10  PIC X(16) VALUE "Coverage Month: ".
               10  W02-MONTH-OUT           PIC X(6).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(11) VALUE "SSN".
               10  PIC X(15) VALUE "Last Name".
               10  PIC X(14) VALUE "First Name".
               10  PIC X(4)  VALUE "Plan".
               10  PIC X(10) VALUE "  Billed".
               10  PIC X(13) VALUE "  Deducted".
               10  PIC X(23) VALUE "Finding".
               10  PIC X(10) VALUE "Master".

       01 W03-DETAIL-LINE.
           05  W03-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-LAST-NAME-OUT           PIC X(14).
           05                              PIC X     VALUE SPACE.
           05  W03-FIRST-NAME-OUT          PIC X(12).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PLAN-OUT                PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-BILLED-OUT              PIC ZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DEDUCTED-OUT            PIC ZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-FINDING-OUT             PIC X(22).
           05                              PIC X     VALUE SPACE.
           05  W03-MASTER-OUT              PIC X(10).

       01 W04-REFUSAL-LINE.
           05  PIC X(24) VALUE "** RECONCILE REFUSED - ".
           05  W04-REFUSAL-REASON          PIC X(40).

       01 W05-MESSAGES.
           05 W05-BAD-MONTH-MSG            PIC X(40)
                   VALUE 'Coverage month must be YYYYMM'.
           05 W05-BILLED-MSG               PIC X(22)
                   VALUE 'BILLED - NOT DEDUCTED'.
           05 W05-DEDUCTED-MSG             PIC X(22)
                   VALUE 'DEDUCTED - NOT BILLED'.

      * THE MONTH BEING RECONCILED
       01 W06-MONTH                        PIC X(6)  VALUE SPACES.

      * ONE MEMBER'S ROWS FROM EACH SIDE, TOTALLED. THE KEY IS
      * HIGH-VALUES ONCE A SIDE RUNS OUT SO THE BALANCED-LINE
      * COMPARE DRAINS THE OTHER SIDE NATURALLY
       01 W07-INVOICE-GROUP.
           05  W07-INV-KEY                 PIC X(9).
           05  W07-INV-LAST-NAME           PIC X(14).
           05  W07-INV-FIRST-NAME          PIC X(12).
           05  W07-INV-PLAN                PIC X.
           05  W07-INV-BILLED              PIC S9(7)V99 VALUE ZERO.

       01 W08-HISTORY-GROUP.
           05  W08-HIST-KEY                PIC X(9).
           05  W08-HIST-DEDUCTED           PIC S9(7)V99 VALUE ZERO.

      * THE MEMBER BEING COMPARED - BOTH SIDES, OR ONE SIDE WITH THE
      * OTHER TAKEN AS NOTHING
       01 W11-MEMBER.
           05  W11-SSN                     PIC X(9).
           05  W11-LAST-NAME               PIC X(14).
           05  W11-FIRST-NAME              PIC X(12).
           05  W11-PLAN                    PIC X.
           05  W11-BILLED                  PIC S9(7)V99 VALUE ZERO.
           05  W11-DEDUCTED                PIC S9(7)V99 VALUE ZERO.

       01 W09-RUN-COUNTS.
           05  W09-INVOICE-READ            PIC 9(7)  VALUE ZERO.
           05  W09-INVOICE-IN-MONTH        PIC 9(7)  VALUE ZERO.
           05  W09-INVOICE-OTHER-MONTH     PIC 9(7)  VALUE ZERO.
           05  W09-HISTORY-READ            PIC 9(7)  VALUE ZERO.
           05  W09-HISTORY-IN-MONTH        PIC 9(7)  VALUE ZERO.
           05  W09-MEMBERS-MATCHED         PIC 9(7)  VALUE ZERO.
           05  W09-BILLED-ONLY             PIC 9(7)  VALUE ZERO.
           05  W09-DEDUCTED-ONLY           PIC 9(7)  VALUE ZERO.
           05  W09-TOTAL-BILLED            PIC S9(9)V99 VALUE ZERO.
           05  W09-TOTAL-DEDUCTED          PIC S9(9)V99 VALUE ZERO.
           05  W09-BILLED-ONLY-AMT         PIC S9(9)V99 VALUE ZERO.
           05  W09-DEDUCTED-ONLY-AMT       PIC S9(9)V99 VALUE ZERO.

       01 W10-CONTROL-LINES.
           05  W10-COUNT-LINE.
               10  W10-COUNT-LABEL         PIC X(38).
               10                          PIC X(4)  VALUE SPACES.
               10  W10-COUNT-OUT           PIC ZZZZZZ9.
               10                          PIC X(51) VALUE SPACES.
           05  W10-AMOUNT-LINE.
               10  W10-AMOUNT-LABEL        PIC X(38).
               10  W10-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
               10                          PIC X(47) VALUE SPACES.

       01 W12-SSN-MASTER-NAME      PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.
       01 W14-INVOICE-FILE-NAME    PIC X(20)
                                       VALUE "CarrierInvoice.dat".

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "CarrierRecon" TO ABEND-PROGRAM
           MOVE "CarrierRecon" TO SEC-PROGRAM
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS

           IF W01-RUN-REFUSED
               WRITE F06-PRINT-RECORD FROM W04-REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-SORT-MONTH-ROWS
               PERFORM 330-GATHER-INVOICE-GROUP
               PERFORM 350-GATHER-HISTORY-GROUP
               PERFORM 400-MATCH-MEMBER
                   UNTIL W07-INV-KEY = HIGH-VALUES
                     AND W08-HIST-KEY = HIGH-VALUES
      * PREMIUMS TO CLAIM BACK OR DEDUCTIONS TO REFUND - FLAG THE RUN
               IF W09-BILLED-ONLY > ZERO OR W09-DEDUCTED-ONLY > ZERO
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

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP THE FILE-NAME OVERRIDES AND THE MONTH FROM THE
      * ENVIRONMENT, IF SET
       090-GET-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "CARRIER_INVOICE_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W14-INVOICE-FILE-NAME
           END-IF

           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-SSN-MASTER-NAME
           END-IF

           ACCEPT W06-MONTH
               FROM ENVIRONMENT "CARRIER_MONTH"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W06-MONTH = SPACES
               MOVE RC-BUSINESS-DATE(1:6) TO W06-MONTH
           END-IF
           IF W06-MONTH NOT NUMERIC
               SET W01-RUN-REFUSED TO TRUE
               MOVE W05-BAD-MONTH-MSG TO W04-REFUSAL-REASON
           END-IF
           .

       100-OPEN-FILES.
           OPEN OUTPUT F06-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CarrierRecon.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F05-SSN-MASTER
           MOVE W12-SSN-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W24-SSN-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F06-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM RC-HEADING-LINE
           MOVE W06-MONTH TO W02-MONTH-OUT
           WRITE F06-PRINT-RECORD FROM W02-MONTH-LINE
               AFTER ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           .

      * ONLY THE MONTH'S ROWS GO INTO EACH SORT
       300-SORT-MONTH-ROWS.
           SORT SD-INVOICE-FILE
               ON ASCENDING KEY SD-INV-SSN
               INPUT PROCEDURE IS 310-RELEASE-INVOICE
               GIVING F03-INVSORT-FILE

           SORT SD-HISTORY-FILE
               ON ASCENDING KEY SD-HIST-SSN
               INPUT PROCEDURE IS 320-RELEASE-HISTORY
               GIVING F04-HISTSORT-FILE

           OPEN INPUT F03-INVSORT-FILE
                      F04-HISTSORT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "CarrierInvoiceSort.dat" TO ABEND-FILE-NAME
           MOVE W22-INVSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "CarrierHistorySort.dat" TO ABEND-FILE-NAME
           MOVE W23-HISTSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 335-READ-INVSORT
           PERFORM 355-READ-HISTSORT
           .

      * NO INVOICE MEANS NOTHING TO RECONCILE AGAINST - THE OPERATOR
      * REPORT SAYS WHICH FILE IS MISSING
       310-RELEASE-INVOICE.
           OPEN INPUT F01-INVOICE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W14-INVOICE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           PERFORM 315-READ-AND-RELEASE-INVOICE
               UNTIL W01-INVOICE-EOF
           CLOSE F01-INVOICE-FILE
           .

       315-READ-AND-RELEASE-INVOICE.
           READ F01-INVOICE-FILE
               AT END
                   SET W01-INVOICE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W09-INVOICE-READ
                   IF F01-INV-COVERAGE-MONTH = W06-MONTH
                       ADD 1 TO W09-INVOICE-IN-MONTH
                       MOVE F01-INV-SSN TO SD-INV-SSN
                       MOVE F01-INV-LAST-NAME TO SD-INV-LAST-NAME
                       MOVE F01-INV-FIRST-NAME TO SD-INV-FIRST-NAME
                       MOVE F01-INV-PLAN TO SD-INV-PLAN
                       MOVE ZERO TO SD-INV-PREMIUM
                       IF F01-INV-PREMIUM IS NUMERIC
                           MOVE F01-INV-PREMIUM TO SD-INV-PREMIUM
                       END-IF
                       RELEASE SD-INVOICE-RECORD
                   ELSE
                       ADD 1 TO W09-INVOICE-OTHER-MONTH
                   END-IF
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W14-INVOICE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A DEDUCTION BELONGS TO THE MONTH ITS PAY RUN FELL IN
       320-RELEASE-HISTORY.
           OPEN INPUT F02-HISTORY-FILE
           IF W21-HISTORY-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PayHistory.dat" TO ABEND-FILE-NAME
               MOVE W21-HISTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           PERFORM 325-READ-AND-RELEASE-HISTORY
               UNTIL W01-HISTORY-EOF
           CLOSE F02-HISTORY-FILE
           .

       325-READ-AND-RELEASE-HISTORY.
           READ F02-HISTORY-FILE
               AT END
                   SET W01-HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W09-HISTORY-READ
                   IF F02-HIST-RUN-DATE(1:6) = W06-MONTH
                           AND F02-HIST-INSURANCE IS NUMERIC
                       ADD 1 TO W09-HISTORY-IN-MONTH
                       MOVE F02-HIST-SSN TO SD-HIST-SSN
                       MOVE F02-HIST-INSURANCE TO SD-HIST-INSURANCE
                       RELEASE SD-HISTORY-RECORD
                   END-IF
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W21-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * TOTAL EVERY INVOICE ROW FOR THE NEXT MEMBER
       330-GATHER-INVOICE-GROUP.
           MOVE ZERO TO W07-INV-BILLED
           IF W01-INVSORT-EOF
               MOVE HIGH-VALUES TO W07-INV-KEY
           ELSE
               MOVE F03-INV-SSN TO W07-INV-KEY
               MOVE F03-INV-LAST-NAME TO W07-INV-LAST-NAME
               MOVE F03-INV-FIRST-NAME TO W07-INV-FIRST-NAME
               MOVE F03-INV-PLAN TO W07-INV-PLAN
               PERFORM 332-ADD-INVOICE-ROW
                   UNTIL W01-INVSORT-EOF
                      OR F03-INV-SSN NOT = W07-INV-KEY
           END-IF
           .

       332-ADD-INVOICE-ROW.
           ADD F03-INV-PREMIUM TO W07-INV-BILLED
           ADD F03-INV-PREMIUM TO W09-TOTAL-BILLED
           PERFORM 335-READ-INVSORT
           .

       335-READ-INVSORT.
           READ F03-INVSORT-FILE
               AT END SET W01-INVSORT-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "CarrierInvoiceSort.dat" TO ABEND-FILE-NAME
           MOVE W22-INVSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * TOTAL EVERY DEDUCTION FOR THE NEXT EMPLOYEE
       350-GATHER-HISTORY-GROUP.
           MOVE ZERO TO W08-HIST-DEDUCTED
           IF W01-HISTSORT-EOF
               MOVE HIGH-VALUES TO W08-HIST-KEY
           ELSE
               MOVE F04-HIST-SSN TO W08-HIST-KEY
               PERFORM 352-ADD-HISTORY-ROW
                   UNTIL W01-HISTSORT-EOF
                      OR F04-HIST-SSN NOT = W08-HIST-KEY
           END-IF
           .

       352-ADD-HISTORY-ROW.
           ADD F04-HIST-INSURANCE TO W08-HIST-DEDUCTED
           ADD F04-HIST-INSURANCE TO W09-TOTAL-DEDUCTED
           PERFORM 355-READ-HISTSORT
           .

       355-READ-HISTSORT.
           READ F04-HISTSORT-FILE
               AT END SET W01-HISTSORT-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE "CarrierHistorySort.dat" TO ABEND-FILE-NAME
           MOVE W23-HISTSORT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * ONE STEP OF THE BALANCED LINE. A MEMBER ON ONE SIDE ONLY,
      * OR WHOSE ROWS NET TO NOTHING ON ONE SIDE, IS AN EXCEPTION
       400-MATCH-MEMBER.
           EVALUATE TRUE
               WHEN W07-INV-KEY < W08-HIST-KEY
                   MOVE W07-INV-KEY TO W11-SSN
                   MOVE W07-INV-LAST-NAME TO W11-LAST-NAME
                   MOVE W07-INV-FIRST-NAME TO W11-FIRST-NAME
                   MOVE W07-INV-PLAN TO W11-PLAN
                   MOVE W07-INV-BILLED TO W11-BILLED
                   MOVE ZERO TO W11-DEDUCTED
                   PERFORM 410-COMPARE-MEMBER
                   PERFORM 330-GATHER-INVOICE-GROUP
               WHEN W07-INV-KEY > W08-HIST-KEY
                   MOVE W08-HIST-KEY TO W11-SSN
                   MOVE SPACES TO W11-LAST-NAME
                                  W11-FIRST-NAME
                                  W11-PLAN
                   MOVE ZERO TO W11-BILLED
                   MOVE W08-HIST-DEDUCTED TO W11-DEDUCTED
                   PERFORM 410-COMPARE-MEMBER
                   PERFORM 350-GATHER-HISTORY-GROUP
               WHEN OTHER
                   MOVE W07-INV-KEY TO W11-SSN
                   MOVE W07-INV-LAST-NAME TO W11-LAST-NAME
                   MOVE W07-INV-FIRST-NAME TO W11-FIRST-NAME
                   MOVE W07-INV-PLAN TO W11-PLAN
                   MOVE W07-INV-BILLED TO W11-BILLED
                   MOVE W08-HIST-DEDUCTED TO W11-DEDUCTED
                   PERFORM 410-COMPARE-MEMBER
                   PERFORM 330-GATHER-INVOICE-GROUP
                   PERFORM 350-GATHER-HISTORY-GROUP
           END-EVALUATE
           .

       410-COMPARE-MEMBER.
           EVALUATE TRUE
               WHEN W11-BILLED NOT = ZERO
                       AND W11-DEDUCTED = ZERO
                   MOVE W05-BILLED-MSG TO W03-FINDING-OUT
                   ADD 1 TO W09-BILLED-ONLY
                   ADD W11-BILLED TO W09-BILLED-ONLY-AMT
                   PERFORM 420-WRITE-EXCEPTION
               WHEN W11-BILLED = ZERO
                       AND W11-DEDUCTED NOT = ZERO
                   MOVE W05-DEDUCTED-MSG TO W03-FINDING-OUT
                   ADD 1 TO W09-DEDUCTED-ONLY
                   ADD W11-DEDUCTED TO W09-DEDUCTED-ONLY-AMT
                   PERFORM 420-WRITE-EXCEPTION
               WHEN OTHER
                   ADD 1 TO W09-MEMBERS-MATCHED
           END-EVALUATE
           .

      * WHAT THE MASTER SAYS ABOUT THEM - THE NAME AND PLAN COME
      * FROM THE MASTER WHEN THE CARRIER DID NOT BILL THEM
       420-WRITE-EXCEPTION.
           MOVE W11-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE W11-LAST-NAME TO W03-LAST-NAME-OUT
           MOVE W11-FIRST-NAME TO W03-FIRST-NAME-OUT
           MOVE W11-PLAN TO W03-PLAN-OUT
           MOVE W11-BILLED TO W03-BILLED-OUT
           MOVE W11-DEDUCTED TO W03-DEDUCTED-OUT

           MOVE W11-SSN TO F05-EMPLOYEE-SSN-X
           READ F05-SSN-MASTER
               INVALID KEY
                   MOVE "NO MASTER" TO W03-MASTER-OUT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN F05-EMP-TERMINATED
                           MOVE "TERMINATED" TO W03-MASTER-OUT
                       WHEN F05-INSURANCE = "A" OR "B" OR "C"
                           MOVE "ACTIVE" TO W03-MASTER-OUT
                       WHEN OTHER
                           MOVE "NO PLAN" TO W03-MASTER-OUT
                   END-EVALUATE
                   IF W11-LAST-NAME = SPACES
                       MOVE F05-LAST-NAME TO W03-LAST-NAME-OUT
                       MOVE F05-FIRST-NAME TO W03-FIRST-NAME-OUT
                       MOVE F05-INSURANCE TO W03-PLAN-OUT
                   END-IF
           END-READ

           WRITE F06-PRINT-RECORD FROM W03-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "CarrierRecon.out" TO ABEND-FILE-NAME
           MOVE W25-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE "Invoice Rows Read" TO W10-COUNT-LABEL
           MOVE W09-INVOICE-READ TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Invoice Rows For Another Month" TO W10-COUNT-LABEL
           MOVE W09-INVOICE-OTHER-MONTH TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Pay History Rows Read" TO W10-COUNT-LABEL
           MOVE W09-HISTORY-READ TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Pay History Rows In Month" TO W10-COUNT-LABEL
           MOVE W09-HISTORY-IN-MONTH TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Members Billed And Deducted" TO W10-COUNT-LABEL
           MOVE W09-MEMBERS-MATCHED TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Billed - Not Deducted" TO W10-COUNT-LABEL
           MOVE W09-BILLED-ONLY TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Billed - Not Deducted - Amount" TO W10-AMOUNT-LABEL
           MOVE W09-BILLED-ONLY-AMT TO W10-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Deducted - Not Billed" TO W10-COUNT-LABEL
           MOVE W09-DEDUCTED-ONLY TO W10-COUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Deducted - Not Billed - Amount" TO W10-AMOUNT-LABEL
           MOVE W09-DEDUCTED-ONLY-AMT TO W10-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Total Premium Billed" TO W10-AMOUNT-LABEL
           MOVE W09-TOTAL-BILLED TO W10-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-AMOUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Total Premium Deducted" TO W10-AMOUNT-LABEL
           MOVE W09-TOTAL-DEDUCTED TO W10-AMOUNT-OUT
           WRITE F06-PRINT-RECORD FROM W10-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F06-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "CarrierRecon"        TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-INVOICE-READ      TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W09-BILLED-ONLY + W09-DEDUCTED-ONLY
           MOVE W09-INVOICE-OTHER-MONTH TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF NOT W01-RUN-REFUSED
               CLOSE F03-INVSORT-FILE
                     F04-HISTSORT-FILE
           END-IF
           CLOSE F05-SSN-MASTER
                 F06-PRINT-FILE
           .
