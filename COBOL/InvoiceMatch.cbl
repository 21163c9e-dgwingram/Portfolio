       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceMatch.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * THREE-WAY MATCH OF KEYED VENDOR INVOICE LINES: EACH LINE IS
      * CHECKED AGAINST ITS OPEN-PO LINE (SAME VENDOR), AGAINST THE
      * QUANTITY ACTUALLY RECEIVED LESS WHAT HAS ALREADY BEEN
      * INVOICED, AND AGAINST THE UNIT COST RECEIVED ON THE RECEIPT
      * LOG, EACH WITHIN A PERCENTAGE TOLERANCE (AP_QTY_TOLERANCE /
      * AP_PRICE_TOLERANCE, WHOLE PERCENT). A LINE THAT PASSES IS
      * VOUCHERED ON APVouchers.dat, DUE THE VENDOR'S PAYMENT TERMS
      * AFTER THE INVOICE DATE. ONE THAT IS OVER-BILLED, NOT YET
      * RECEIVED, ALREADY VOUCHERED UNDER THE SAME INVOICE NUMBER OR
      * OTHERWISE UNMATCHED GOES ON THE HOLD LIST FOR PURCHASING AND
      * IS NOT VOUCHERED - ONCE RESOLVED IT IS SIMPLY KEYED AGAIN.
      * EVERY LINE PRICED OFF THE RECEIVED COST IS LISTED ON THE
      * PRICE VARIANCE REPORT WITH A TOTAL BY VENDOR
       FILE-CONTROL.
           SELECT F01-INVOICE-FILE
               ASSIGN TO DYNAMIC W11-INVOICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-INVOICE-STATUS.

           SELECT F02-VENDOR-FILE ASSIGN TO 'VendorMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-VENDOR-STATUS.

      * OPTIONAL - WITH NO PO FILE EVERY LINE HOLDS AS UNMATCHED
           SELECT OPTIONAL F03-OPEN-PO-FILE ASSIGN TO 'OpenPo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F03-OPO-KEY
               FILE STATUS IS W22-OPEN-PO-STATUS.

      * QUANTITY AND AMOUNT VOUCHERED SO FAR AGAINST EACH PO LINE -
      * OPTIONAL SO THE FIRST MATCHING RUN CREATES IT
           SELECT OPTIONAL F04-INVOICED-FILE ASSIGN TO 'PoInvoiced.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F04-INV-KEY
               FILE STATUS IS W23-INVOICED-STATUS.

      * THE AP VOUCHER FILE - OPTIONAL SO THE FIRST RUN CREATES IT
           SELECT OPTIONAL F05-VOUCHER-FILE ASSIGN TO 'APVouchers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F05-VCH-KEY
               FILE STATUS IS W24-VOUCHER-STATUS.

      * RECEIVING'S PERMANENT LOG - THE UNIT COST RECEIVED PER PO
           SELECT OPTIONAL F06-RECEIPT-LOG ASSIGN TO 'ReceiptLog.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-RECEIPT-LOG-STATUS.

           SELECT F07-REGISTER-FILE ASSIGN TO 'InvoiceMatch.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-REGISTER-STATUS.

           SELECT F08-HOLD-FILE ASSIGN TO 'APHoldList.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-HOLD-STATUS.

           SELECT F09-VARIANCE-FILE ASSIGN TO 'PriceVariance.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W28-VARIANCE-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE PAYABLES
      * FILES, SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
      * ONE INVOICE LINE AS KEYED FROM THE VENDOR'S PAPER - VENDOR,
      * INVOICE NUMBER AND DATE, THE PO AND PART BILLED, QUANTITY
      * AND UNIT PRICE
       FD  F01-INVOICE-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F01-INVOICE-RECORD.
       01  F01-INVOICE-RECORD.
           05  F01-INV-VENDOR              PIC X(6).
           05  F01-INV-NUMBER              PIC X(10).
           05  F01-INV-DATE                PIC X(8).
           05  F01-INV-PO-NUMBER           PIC 9(5).
           05  F01-INV-PO-NUMBER-X
                   REDEFINES F01-INV-PO-NUMBER PIC X(5).
           05  F01-INV-PART-NAME           PIC X(20).
           05  F01-INV-QUANTITY            PIC 9(5).
           05  F01-INV-UNIT-PRICE          PIC 9999V99.

       FD  F02-VENDOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F02-VENDOR-RECORD.
       01  F02-VENDOR-RECORD.
           05  F02-VENDOR-CODE         PIC X(6).
           05  F02-VENDOR-NAME         PIC X(25).
           05  F02-VENDOR-ADDRESS      PIC X(30).
           05  F02-VENDOR-LEAD-DAYS    PIC 9(3).
           05  F02-VENDOR-TERMS-DAYS   PIC 9(3).

       FD  F03-OPEN-PO-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F03-OPEN-PO-RECORD.

           COPY OPENPO REPLACING LEADING ==P01== BY ==F03==.

       FD  F04-INVOICED-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS F04-INVOICED-RECORD.
       01  F04-INVOICED-RECORD.
           05  F04-INV-KEY.
               10  F04-INV-PO-NUMBER       PIC 9(5).
               10  F04-INV-PART-NAME       PIC X(20).
           05  F04-INV-QTY-INVOICED        PIC 9(7).
           05  F04-INV-AMOUNT-INVOICED     PIC 9(9)V99.

       FD  F05-VOUCHER-FILE
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS F05-VOUCHER-RECORD.

           COPY APVOUCH REPLACING LEADING ==V01== BY ==F05==.

       FD  F06-RECEIPT-LOG
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F06-RECEIPT-LOG-RECORD.
       01  F06-RECEIPT-LOG-RECORD.
           05  F06-LOG-VENDOR          PIC X(6).
           05  F06-LOG-PO-NUMBER       PIC 9(5).
           05  F06-LOG-PART-NAME       PIC X(20).
           05  F06-LOG-WAREHOUSE       PIC X(4).
           05  F06-LOG-QUANTITY        PIC 9(5).
           05  F06-LOG-ORDER-DATE      PIC X(8).
           05  F06-LOG-RECEIPT-DATE    PIC X(8).
           05  F06-LOG-UNIT-COST       PIC 9999V99.

       FD  F07-REGISTER-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F07-REGISTER-RECORD.
       01  F07-REGISTER-RECORD             PIC X(110).

       FD  F08-HOLD-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F08-HOLD-RECORD.
       01  F08-HOLD-RECORD                 PIC X(110).

       FD  F09-VARIANCE-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F09-VARIANCE-RECORD.
       01  F09-VARIANCE-RECORD             PIC X(110).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY LOCKREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY LOCKWS.

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INVOICE-STATUS       PIC XX VALUE SPACES.
       01 W21-VENDOR-STATUS        PIC XX VALUE SPACES.
       01 W22-OPEN-PO-STATUS       PIC XX VALUE SPACES.
       01 W23-INVOICED-STATUS      PIC XX VALUE SPACES.
       01 W24-VOUCHER-STATUS       PIC XX VALUE SPACES.
       01 W25-RECEIPT-LOG-STATUS   PIC XX VALUE SPACES.
       01 W26-REGISTER-STATUS      PIC XX VALUE SPACES.
       01 W27-HOLD-STATUS          PIC XX VALUE SPACES.
       01 W28-VARIANCE-STATUS      PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-VENDOR-EOF-SWITCH       PIC X VALUE SPACES.
               88  W01-VENDOR-EOF                VALUE "T".
           05  W01-OPO-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-OPO-EOF                   VALUE "T".
           05  W01-VCH-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-VCH-EOF                   VALUE "T".
           05  W01-LOG-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-LOG-EOF                   VALUE "T".
           05  W01-PO-FOUND-SWITCH         PIC X VALUE "N".
               88  W01-PO-FOUND                  VALUE "Y".
           05  W01-OTHER-VENDOR-SWITCH     PIC X VALUE "N".
               88  W01-PO-OTHER-VENDOR           VALUE "Y".
           05  W01-COST-SWITCH             PIC X VALUE "N".
               88  W01-COST-KNOWN                VALUE "Y".
           05  W01-EDIT-SWITCH             PIC X VALUE "N".
               88  W01-LINE-EDITED               VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(40) VALUE SPACES.
               10  PIC X(30) VALUE "Vendor Invoice Match Register".
           05  W02-TOLERANCE-LINE.
               10  PIC X(19) VALUE "Price Tolerance %: ".
               10  W02-PRICE-TOL-OUT       PIC Z9.
               10  PIC X(25) VALUE "   Quantity Tolerance %: ".
               10  W02-QTY-TOL-OUT         PIC Z9.
           05  W02-COLUMN-HEADINGS.
               10  PIC X(8)  VALUE "Vendor".
               10  PIC X(12) VALUE "Invoice".
               10  PIC X(7)  VALUE "PO".
               10  PIC X(22) VALUE "Part Name".
               10  PIC X(7)  VALUE "    Qty".
               10  PIC X(9)  VALUE "    Price".
               10  PIC X(14) VALUE "        Amount".
               10  PIC X(10) VALUE "  Due".
               10  PIC X(6)  VALUE "Result".
           05  W02-HOLD-HEADING.
               10  PIC X(36) VALUE SPACES.
               10  PIC X(38)
                       VALUE "Invoice Lines Held For Purchasing".
           05  W02-HOLD-COLUMNS.
               10  PIC X(8)  VALUE "Vendor".
               10  PIC X(12) VALUE "Invoice".
               10  PIC X(7)  VALUE "PO".
               10  PIC X(22) VALUE "Part Name".
               10  PIC X(7)  VALUE "    Qty".
               10  PIC X(9)  VALUE "    Price".
               10  PIC X(6)  VALUE "Reason".
           05  W02-VARIANCE-HEADING.
               10  PIC X(30) VALUE SPACES.
               10  PIC X(46)
                   VALUE "Invoice Price Variance Against Received Cost".
           05  W02-VARIANCE-COLUMNS.
               10  PIC X(8)  VALUE "Vendor".
               10  PIC X(12) VALUE "Invoice".
               10  PIC X(7)  VALUE "PO".
               10  PIC X(22) VALUE "Part Name".
               10  PIC X(7)  VALUE "    Qty".
               10  PIC X(9)  VALUE "  Invoice".
               10  PIC X(9)  VALUE " Received".
               10  PIC X(10) VALUE "  Var/Unit".
               10  PIC X(17) VALUE "   Extended Var".
           05  W02-SUMMARY-HEADING.
               10  PIC X(8)  VALUE "Vendor".
               10  PIC X(27) VALUE "Name".
               10  PIC X(7)  VALUE "  Lines".
               10  PIC X(17) VALUE "   Total Variance".

       01 W03-VENDOR-TABLE.
           05  W03-VENDOR-ENTRY OCCURS 50 TIMES
                   INDEXED BY W03-VENDOR-IDX.
               10  W03-VENDOR-CODE     PIC X(6).
               10  W03-VENDOR-NAME     PIC X(25).
               10  W03-VENDOR-TERMS    PIC 9(3).
               10  W03-VARIANCE-LINES  PIC 9(5).
               10  W03-VARIANCE-TOTAL  PIC S9(9)V99.

       01 W04-VENDOR-COUNT             PIC 9(3) VALUE ZERO.

       01 W05-MESSAGES.
           05 W05-NO-VENDOR-ERR        PIC X(30)
                   VALUE "Vendor not on vendor master".
           05 W05-BAD-DATE-ERR         PIC X(30)
                   VALUE "Invoice date not valid".
           05 W05-BAD-LINE-ERR         PIC X(30)
                   VALUE "PO, quantity or price invalid".
           05 W05-TOO-LARGE-ERR        PIC X(30)
                   VALUE "Line amount too large".
           05 W05-DUPLICATE-ERR        PIC X(30)
                   VALUE "Duplicate invoice number".
           05 W05-LINE-LIMIT-ERR       PIC X(30)
                   VALUE "Invoice line limit reached".
           05 W05-NO-PO-ERR            PIC X(30)
                   VALUE "No matching PO line".
           05 W05-OTHER-VENDOR-ERR     PIC X(30)
                   VALUE "PO belongs to another vendor".
           05 W05-NOT-RECEIVED-ERR     PIC X(30)
                   VALUE "Nothing received on PO line".
           05 W05-OVER-BILLED-ERR      PIC X(30)
                   VALUE "Over-billed quantity".
           05 W05-PRICE-ERR            PIC X(30)
                   VALUE "Price over tolerance".

      * TOLERANCES, WHOLE PERCENT, OVERRIDABLE FROM THE ENVIRONMENT
       01 W06-TOLERANCES.
           05  W06-PRICE-TOLERANCE     PIC 9(2)  VALUE 2.
           05  W06-QTY-TOLERANCE       PIC 9(2)  VALUE ZERO.
           05  W06-PARM-WORK           PIC X(2)  VALUE SPACES.
           05  W06-PARM-DIGIT          PIC X     VALUE SPACE.

       01 W07-HOLD-REASON              PIC X(30) VALUE SPACES.

      * ONE LINE'S MATCHING WORK
       01 W08-MATCH-WORK.
           05  W08-VENDOR-SUB          PIC 9(3)    VALUE ZERO.
           05  W08-LAST-LINE           PIC 9(3)    VALUE ZERO.
           05  W08-QTY-ORDERED         PIC 9(7)    VALUE ZERO.
           05  W08-QTY-RECEIVED        PIC 9(7)    VALUE ZERO.
           05  W08-QTY-INVOICED        PIC 9(7)    VALUE ZERO.
           05  W08-QTY-OPEN            PIC S9(7)   VALUE ZERO.
           05  W08-QTY-ALLOWED         PIC S9(7)   VALUE ZERO.
           05  W08-LINE-AMOUNT         PIC 9(11)V99 VALUE ZERO.
           05  W08-COST-QTY            PIC 9(9)    VALUE ZERO.
           05  W08-COST-VALUE          PIC 9(11)V99 VALUE ZERO.
           05  W08-RECEIPT-COST        PIC 9999V99 VALUE ZERO.
           05  W08-PRICE-LIMIT         PIC 9(5)V99 VALUE ZERO.
           05  W08-UNIT-VARIANCE       PIC S9(4)V99 VALUE ZERO.
           05  W08-EXTENDED-VARIANCE   PIC S9(9)V99 VALUE ZERO.
           05  W08-DUE-DATE            PIC X(8)    VALUE SPACES.

       01 W09-REGISTER-LINE.
           05  W09-VENDOR-OUT          PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-INVOICE-OUT         PIC X(10).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-PO-OUT              PIC X(5).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-PART-OUT            PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-QTY-OUT             PIC ZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W09-PRICE-OUT           PIC ZZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W09-AMOUNT-OUT          PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W09-DUE-OUT             PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W09-RESULT-OUT          PIC X(10).
           05                          PIC X(11) VALUE SPACES.

       01 W10-HOLD-LINE.
           05  W10-VENDOR-OUT          PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-INVOICE-OUT         PIC X(10).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-PO-OUT              PIC X(5).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-PART-OUT            PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W10-QTY-OUT             PIC ZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W10-PRICE-OUT           PIC ZZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W10-REASON-OUT          PIC X(30).
           05                          PIC X(15) VALUE SPACES.

       01 W12-VARIANCE-LINE.
           05  W12-VENDOR-OUT          PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W12-INVOICE-OUT         PIC X(10).
           05                          PIC X(2)  VALUE SPACES.
           05  W12-PO-OUT              PIC X(5).
           05                          PIC X(2)  VALUE SPACES.
           05  W12-PART-OUT            PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W12-QTY-OUT             PIC ZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W12-PRICE-OUT           PIC ZZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W12-COST-OUT            PIC ZZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W12-UNIT-VAR-OUT        PIC ZZZ9.99-.
           05                          PIC X(2)  VALUE SPACES.
           05  W12-EXTENDED-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)  VALUE SPACES.
           05  W12-HELD-OUT            PIC X(4).
           05                          PIC X(3)  VALUE SPACES.

       01 W13-SUMMARY-LINE.
           05  W13-VENDOR-OUT          PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W13-NAME-OUT            PIC X(25).
           05                          PIC X(2)  VALUE SPACES.
           05  W13-LINES-OUT           PIC ZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W13-TOTAL-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2)  VALUE SPACES.
           05  W13-FLAG-OUT            PIC X(20).
           05                          PIC X(31) VALUE SPACES.

      * READ/VOUCHERED/HELD COUNTS FOR THE SHARED AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-LINES-READ       PIC 9(7)    VALUE ZERO.
           05 W30-LINES-VOUCHERED  PIC 9(7)    VALUE ZERO.
           05 W30-LINES-HELD       PIC 9(7)    VALUE ZERO.
           05 W30-AMOUNT-VOUCHERED PIC 9(11)V99 VALUE ZERO.

       01 W31-CONTROL-LINE.
           05  W31-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W31-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(61) VALUE SPACES.

       01 W32-AMOUNT-LINE.
           05  W32-AMOUNT-LABEL            PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W32-AMOUNT-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULT, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-INVOICE-FILE-NAME    PIC X(20)
               VALUE "InvoiceEntry.dat".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "InvoiceMatch" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-VENDOR-TABLE
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-INVOICE-LINE
           PERFORM 400-MATCH-INVOICE-LINE
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           PERFORM 520-WRITE-VENDOR-SUMMARY
               VARYING W08-VENDOR-SUB FROM 1 BY 1
               UNTIL W08-VENDOR-SUB > W04-VENDOR-COUNT
           IF W30-LINES-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY LOCKPRC.

           COPY DATEPRC.

      * PICK UP THE FILE-NAME AND TOLERANCE OVERRIDES FROM THE
      * ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "INVOICE_ENTRY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-INVOICE-FILE-NAME
           END-IF

           MOVE SPACES TO W06-PARM-WORK
           ACCEPT W06-PARM-WORK
               FROM ENVIRONMENT "AP_PRICE_TOLERANCE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM 095-RIGHT-JUSTIFY-PARM
           IF W06-PARM-WORK NOT = SPACES
               AND W06-PARM-WORK IS NUMERIC
               MOVE W06-PARM-WORK TO W06-PRICE-TOLERANCE
           END-IF

           MOVE SPACES TO W06-PARM-WORK
           ACCEPT W06-PARM-WORK
               FROM ENVIRONMENT "AP_QTY_TOLERANCE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM 095-RIGHT-JUSTIFY-PARM
           IF W06-PARM-WORK NOT = SPACES
               AND W06-PARM-WORK IS NUMERIC
               MOVE W06-PARM-WORK TO W06-QTY-TOLERANCE
           END-IF
           .

      * THE OPERATOR KEYS "5", WHICH ARRIVES LEFT-JUSTIFIED - SHIFT
      * IT RIGHT AND ZERO-FILL SO THE NUMERIC TEST PASSES
       095-RIGHT-JUSTIFY-PARM.
           IF W06-PARM-WORK(2:1) = SPACE
               AND W06-PARM-WORK(1:1) NOT = SPACE
               MOVE W06-PARM-WORK(1:1) TO W06-PARM-DIGIT
               MOVE "0" TO W06-PARM-WORK(1:1)
               MOVE W06-PARM-DIGIT TO W06-PARM-WORK(2:1)
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F01-INVOICE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-INVOICE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F02-VENDOR-FILE
           MOVE "VendorMaster.dat" TO ABEND-FILE-NAME
           MOVE W21-VENDOR-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN INPUT F03-OPEN-PO-FILE
           IF W22-OPEN-PO-STATUS NOT = "05"
               MOVE "OpenPo.dat" TO ABEND-FILE-NAME
               MOVE W22-OPEN-PO-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN I-O F04-INVOICED-FILE
           IF W23-INVOICED-STATUS NOT = "05"
               MOVE "PoInvoiced.dat" TO ABEND-FILE-NAME
               MOVE W23-INVOICED-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN I-O F05-VOUCHER-FILE
           IF W24-VOUCHER-STATUS NOT = "05"
               MOVE "APVouchers.dat" TO ABEND-FILE-NAME
               MOVE W24-VOUCHER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F07-REGISTER-FILE
                OUTPUT F08-HOLD-FILE
                OUTPUT F09-VARIANCE-FILE
           MOVE "InvoiceMatch.out" TO ABEND-FILE-NAME
           MOVE W26-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "APHoldList.out" TO ABEND-FILE-NAME
           MOVE W27-HOLD-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE "PriceVariance.out" TO ABEND-FILE-NAME
           MOVE W28-VARIANCE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * THE VENDOR MASTER IS SMALL - HELD IN A TABLE WITH EACH
      * VENDOR'S TERMS AND ITS PRICE VARIANCE TOTALS. A VENDOR
      * WITHOUT TERMS ON FILE PAYS NET 30
       110-LOAD-VENDOR-TABLE.
           PERFORM 111-READ-VENDOR-RECORD
           PERFORM 112-STORE-VENDOR-RECORD
               UNTIL W01-VENDOR-EOF
           .

       111-READ-VENDOR-RECORD.
           READ F02-VENDOR-FILE
               AT END SET W01-VENDOR-EOF TO TRUE
           END-READ
           .

       112-STORE-VENDOR-RECORD.
           IF W04-VENDOR-COUNT < 50
               ADD 1 TO W04-VENDOR-COUNT
               SET W03-VENDOR-IDX TO W04-VENDOR-COUNT
               MOVE F02-VENDOR-CODE
                   TO W03-VENDOR-CODE(W03-VENDOR-IDX)
               MOVE F02-VENDOR-NAME
                   TO W03-VENDOR-NAME(W03-VENDOR-IDX)
               IF F02-VENDOR-TERMS-DAYS IS NUMERIC
                   MOVE F02-VENDOR-TERMS-DAYS
                       TO W03-VENDOR-TERMS(W03-VENDOR-IDX)
               ELSE
                   MOVE 30 TO W03-VENDOR-TERMS(W03-VENDOR-IDX)
               END-IF
               MOVE ZERO TO W03-VARIANCE-LINES(W03-VENDOR-IDX)
               MOVE ZERO TO W03-VARIANCE-TOTAL(W03-VENDOR-IDX)
           END-IF

           PERFORM 111-READ-VENDOR-RECORD
           .

       200-WRITE-HEADINGS.
           MOVE W06-PRICE-TOLERANCE TO W02-PRICE-TOL-OUT
           MOVE W06-QTY-TOLERANCE TO W02-QTY-TOL-OUT

           WRITE F07-REGISTER-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F07-REGISTER-RECORD FROM RC-HEADING-LINE
           WRITE F07-REGISTER-RECORD FROM W02-TOLERANCE-LINE
           WRITE F07-REGISTER-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES

           WRITE F08-HOLD-RECORD FROM W02-HOLD-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F08-HOLD-RECORD FROM RC-HEADING-LINE
           WRITE F08-HOLD-RECORD FROM W02-HOLD-COLUMNS
               AFTER ADVANCING 2 LINES

           WRITE F09-VARIANCE-RECORD FROM W02-VARIANCE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F09-VARIANCE-RECORD FROM RC-HEADING-LINE
           WRITE F09-VARIANCE-RECORD FROM W02-VARIANCE-COLUMNS
               AFTER ADVANCING 2 LINES
           .

       300-READ-INVOICE-LINE.
           READ F01-INVOICE-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-INVOICE-FILE-NAME TO ABEND-FILE-NAME
           MOVE W20-INVOICE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * RUN ONE INVOICE LINE THROUGH THE CHECKS IN TURN - THE FIRST
      * ONE IT FAILS IS THE REASON IT HOLDS. THE RECEIVED COST IS
      * LOOKED UP FOR EVERY LINE THAT CAN BE PRICED, HELD OR NOT,
      * SO THE VARIANCE REPORT SHOWS THE WHOLE PICTURE
       400-MATCH-INVOICE-LINE.
           ADD 1 TO W30-LINES-READ
           MOVE SPACES TO W07-HOLD-REASON
           MOVE SPACES TO W08-DUE-DATE
           MOVE "N" TO W01-EDIT-SWITCH
           MOVE "N" TO W01-COST-SWITCH

           PERFORM 410-FIND-VENDOR
           IF W08-VENDOR-SUB = ZERO
               MOVE W05-NO-VENDOR-ERR TO W07-HOLD-REASON
           ELSE
               PERFORM 415-EDIT-INVOICE-LINE
           END-IF

           IF W07-HOLD-REASON = SPACES
               PERFORM 420-CHECK-DUPLICATE
           END-IF
           IF W07-HOLD-REASON = SPACES
               PERFORM 430-TOTAL-PO-LINES
           END-IF
           IF W07-HOLD-REASON = SPACES
               PERFORM 440-CHECK-QUANTITY
           END-IF

           IF W01-LINE-EDITED
               PERFORM 450-FIND-RECEIPT-COST
           END-IF
           IF W07-HOLD-REASON = SPACES
               PERFORM 455-CHECK-PRICE
           END-IF

           IF W07-HOLD-REASON = SPACES
               PERFORM 470-WRITE-VOUCHER
           ELSE
               PERFORM 480-HOLD-INVOICE-LINE
           END-IF

           IF W01-COST-KNOWN
                   AND F01-INV-UNIT-PRICE NOT = W08-RECEIPT-COST
               PERFORM 460-WRITE-PRICE-VARIANCE
           END-IF

           PERFORM 300-READ-INVOICE-LINE
           .

       410-FIND-VENDOR.
           MOVE ZERO TO W08-VENDOR-SUB
           PERFORM 411-MATCH-VENDOR-CODE
               VARYING W03-VENDOR-IDX FROM 1 BY 1
               UNTIL W03-VENDOR-IDX > W04-VENDOR-COUNT
           .

       411-MATCH-VENDOR-CODE.
           IF F01-INV-VENDOR = W03-VENDOR-CODE(W03-VENDOR-IDX)
               SET W08-VENDOR-SUB TO W03-VENDOR-IDX
           END-IF
           .

      * A HAND-KEYED LINE MUST CARRY A REAL INVOICE DATE, A PO
      * NUMBER AND A QUANTITY AND PRICE BEFORE IT DRIVES ANY
      * ARITHMETIC; THE EXTENDED AMOUNT MUST FIT THE VOUCHER
       415-EDIT-INVOICE-LINE.
           MOVE F01-INV-DATE TO DATE-CONV-YMD
           IF F01-INV-DATE NOT NUMERIC
               MOVE W05-BAD-DATE-ERR TO W07-HOLD-REASON
           ELSE
           IF DATE-CONV-MONTH < 1 OR DATE-CONV-MONTH > 12
                   OR DATE-CONV-DAY < 1 OR DATE-CONV-DAY > 31
               MOVE W05-BAD-DATE-ERR TO W07-HOLD-REASON
           ELSE
           IF F01-INV-PO-NUMBER-X NOT NUMERIC
                   OR F01-INV-QUANTITY NOT NUMERIC
                   OR F01-INV-UNIT-PRICE NOT NUMERIC
               MOVE W05-BAD-LINE-ERR TO W07-HOLD-REASON
           ELSE
           IF F01-INV-QUANTITY = ZERO
                   OR F01-INV-UNIT-PRICE = ZERO
               MOVE W05-BAD-LINE-ERR TO W07-HOLD-REASON
           ELSE
               SET W01-LINE-EDITED TO TRUE
               COMPUTE W08-LINE-AMOUNT ROUNDED =
                   F01-INV-QUANTITY * F01-INV-UNIT-PRICE
               IF W08-LINE-AMOUNT > 9999999.99
                   MOVE W05-TOO-LARGE-ERR TO W07-HOLD-REASON
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      * EVERY LINE EVER VOUCHERED UNDER THIS VENDOR'S INVOICE NUMBER
      * READS BACK TOGETHER - THE SAME PO LINE BILLED AGAIN UNDER THE
      * SAME NUMBER IS A DUPLICATE. THE SWEEP ALSO FINDS THE LAST
      * LINE NUMBER USED SO A NEW LINE FOLLOWS IT
       420-CHECK-DUPLICATE.
           MOVE ZERO TO W08-LAST-LINE
           MOVE SPACES TO W01-VCH-EOF-SWITCH
           MOVE F01-INV-VENDOR TO F05-VCH-VENDOR
           MOVE F01-INV-NUMBER TO F05-VCH-INVOICE
           MOVE ZERO TO F05-VCH-LINE
           START F05-VOUCHER-FILE
               KEY IS NOT LESS THAN F05-VCH-KEY
               INVALID KEY SET W01-VCH-EOF TO TRUE
           END-START

           PERFORM 421-CHECK-VOUCHER-LINE
               UNTIL W01-VCH-EOF

           IF W07-HOLD-REASON = SPACES
                   AND W08-LAST-LINE = 999
               MOVE W05-LINE-LIMIT-ERR TO W07-HOLD-REASON
           END-IF
           .

       421-CHECK-VOUCHER-LINE.
           READ F05-VOUCHER-FILE NEXT RECORD
               AT END
                   SET W01-VCH-EOF TO TRUE
               NOT AT END
                   IF F05-VCH-VENDOR NOT = F01-INV-VENDOR
                           OR F05-VCH-INVOICE NOT = F01-INV-NUMBER
                       SET W01-VCH-EOF TO TRUE
                   ELSE
                       MOVE F05-VCH-LINE TO W08-LAST-LINE
                       IF F05-VCH-PO-NUMBER = F01-INV-PO-NUMBER
                           AND F05-VCH-PART-NAME = F01-INV-PART-NAME
                           MOVE W05-DUPLICATE-ERR TO W07-HOLD-REASON
                       END-IF
                   END-IF
           END-READ
           .

      * A PO LINE IS KEYED BY PO / PART / WAREHOUSE AND THE INVOICE
      * DOES NOT NAME THE SITE - ORDERED AND RECEIVED ARE TOTALLED
      * OVER EVERY SITE THE PO SENT THE PART TO
       430-TOTAL-PO-LINES.
           MOVE ZERO TO W08-QTY-ORDERED
           MOVE ZERO TO W08-QTY-RECEIVED
           MOVE "N" TO W01-PO-FOUND-SWITCH
           MOVE "N" TO W01-OTHER-VENDOR-SWITCH
           MOVE SPACES TO W01-OPO-EOF-SWITCH

           IF W22-OPEN-PO-STATUS = "05"
               SET W01-OPO-EOF TO TRUE
           ELSE
               MOVE F01-INV-PO-NUMBER TO F03-OPO-PO-NUMBER
               MOVE F01-INV-PART-NAME TO F03-OPO-PART-NAME
               MOVE LOW-VALUES TO F03-OPO-WAREHOUSE
               START F03-OPEN-PO-FILE
                   KEY IS NOT LESS THAN F03-OPO-KEY
                   INVALID KEY SET W01-OPO-EOF TO TRUE
               END-START
           END-IF

           PERFORM 431-ADD-PO-LINE
               UNTIL W01-OPO-EOF

           IF NOT W01-PO-FOUND
               MOVE W05-NO-PO-ERR TO W07-HOLD-REASON
           ELSE
           IF W01-PO-OTHER-VENDOR
               MOVE W05-OTHER-VENDOR-ERR TO W07-HOLD-REASON
           ELSE
           IF W08-QTY-RECEIVED = ZERO
               MOVE W05-NOT-RECEIVED-ERR TO W07-HOLD-REASON
           END-IF
           END-IF
           END-IF
           .

       431-ADD-PO-LINE.
           READ F03-OPEN-PO-FILE NEXT RECORD
               AT END
                   SET W01-OPO-EOF TO TRUE
               NOT AT END
                   IF F03-OPO-PO-NUMBER NOT = F01-INV-PO-NUMBER
                           OR F03-OPO-PART-NAME NOT = F01-INV-PART-NAME
                       SET W01-OPO-EOF TO TRUE
                   ELSE
                       SET W01-PO-FOUND TO TRUE
                       IF F03-OPO-VENDOR-CODE NOT = F01-INV-VENDOR
                           SET W01-PO-OTHER-VENDOR TO TRUE
                       END-IF
                       ADD F03-OPO-QTY-ORDERED TO W08-QTY-ORDERED
                       ADD F03-OPO-QTY-RECEIVED TO W08-QTY-RECEIVED
                   END-IF
           END-READ
           .

      * THE LINE MAY BILL WHAT HAS BEEN RECEIVED AND NOT YET
      * INVOICED, PLUS THE QUANTITY TOLERANCE ON THAT
       440-CHECK-QUANTITY.
           MOVE F01-INV-PO-NUMBER TO F04-INV-PO-NUMBER
           MOVE F01-INV-PART-NAME TO F04-INV-PART-NAME
           READ F04-INVOICED-FILE
               INVALID KEY
                   MOVE ZERO TO W08-QTY-INVOICED
               NOT INVALID KEY
                   MOVE F04-INV-QTY-INVOICED TO W08-QTY-INVOICED
           END-READ

           COMPUTE W08-QTY-OPEN = W08-QTY-RECEIVED - W08-QTY-INVOICED
           COMPUTE W08-QTY-ALLOWED = W08-QTY-OPEN
               + ((W08-QTY-OPEN * W06-QTY-TOLERANCE) / 100)
           IF F01-INV-QUANTITY > W08-QTY-ALLOWED
               MOVE W05-OVER-BILLED-ERR TO W07-HOLD-REASON
           END-IF
           .

      * THE COST RECEIVED FOR THE PO LINE IS THE QUANTITY-WEIGHTED
      * AVERAGE OF ITS LOGGED RECEIPTS. INVOICE LINES ARE FEW, SO A
      * FRESH PASS OF THE LOG PER LINE COSTS LITTLE. RECEIPTS LOGGED
      * BEFORE THE LOG CARRIED A COST ARE PASSED OVER
       450-FIND-RECEIPT-COST.
           MOVE ZERO TO W08-COST-QTY
           MOVE ZERO TO W08-COST-VALUE
           MOVE SPACES TO W01-LOG-EOF-SWITCH

           OPEN INPUT F06-RECEIPT-LOG
           IF W25-RECEIPT-LOG-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "ReceiptLog.dat" TO ABEND-FILE-NAME
               MOVE W25-RECEIPT-LOG-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           PERFORM 451-ADD-LOGGED-RECEIPT
               UNTIL W01-LOG-EOF
           CLOSE F06-RECEIPT-LOG

           IF W08-COST-QTY > ZERO
               COMPUTE W08-RECEIPT-COST ROUNDED =
                   W08-COST-VALUE / W08-COST-QTY
               SET W01-COST-KNOWN TO TRUE
           END-IF
           .

       451-ADD-LOGGED-RECEIPT.
           READ F06-RECEIPT-LOG
               AT END
                   SET W01-LOG-EOF TO TRUE
               NOT AT END
                   IF F06-LOG-PO-NUMBER = F01-INV-PO-NUMBER
                           AND F06-LOG-PART-NAME = F01-INV-PART-NAME
                           AND F06-LOG-QUANTITY IS NUMERIC
                           AND F06-LOG-UNIT-COST IS NUMERIC
                       ADD F06-LOG-QUANTITY TO W08-COST-QTY
                       COMPUTE W08-COST-VALUE = W08-COST-VALUE
                           + (F06-LOG-QUANTITY * F06-LOG-UNIT-COST)
                   END-IF
           END-READ
           .

      * ABOVE THE RECEIVED COST BY MORE THAN THE PRICE TOLERANCE
      * HOLDS; AT OR BELOW IT PASSES. WITH NO COST ON THE LOG THERE
      * IS NOTHING TO HOLD THE PRICE AGAINST
       455-CHECK-PRICE.
           IF W01-COST-KNOWN
               COMPUTE W08-PRICE-LIMIT ROUNDED =
                   W08-RECEIPT-COST * (100 + W06-PRICE-TOLERANCE)
                       / 100
               IF F01-INV-UNIT-PRICE > W08-PRICE-LIMIT
                   MOVE W05-PRICE-ERR TO W07-HOLD-REASON
               END-IF
           END-IF
           .

      * ONE LINE PER INVOICE LINE PRICED AWAY FROM THE RECEIVED
      * COST, ROLLED INTO THE VENDOR'S TOTAL - A POSITIVE VARIANCE
      * IS A VENDOR BILLING ABOVE THE PO PRICE
       460-WRITE-PRICE-VARIANCE.
           COMPUTE W08-UNIT-VARIANCE =
               F01-INV-UNIT-PRICE - W08-RECEIPT-COST
           COMPUTE W08-EXTENDED-VARIANCE =
               W08-UNIT-VARIANCE * F01-INV-QUANTITY

           MOVE F01-INV-VENDOR TO W12-VENDOR-OUT
           MOVE F01-INV-NUMBER TO W12-INVOICE-OUT
           MOVE F01-INV-PO-NUMBER-X TO W12-PO-OUT
           MOVE F01-INV-PART-NAME TO W12-PART-OUT
           MOVE F01-INV-QUANTITY TO W12-QTY-OUT
           MOVE F01-INV-UNIT-PRICE TO W12-PRICE-OUT
           MOVE W08-RECEIPT-COST TO W12-COST-OUT
           MOVE W08-UNIT-VARIANCE TO W12-UNIT-VAR-OUT
           MOVE W08-EXTENDED-VARIANCE TO W12-EXTENDED-OUT
           IF W07-HOLD-REASON = SPACES
               MOVE SPACES TO W12-HELD-OUT
           ELSE
               MOVE "HELD" TO W12-HELD-OUT
           END-IF
           WRITE F09-VARIANCE-RECORD FROM W12-VARIANCE-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "PriceVariance.out" TO ABEND-FILE-NAME
           MOVE W28-VARIANCE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD 1 TO W03-VARIANCE-LINES(W08-VENDOR-SUB)
           ADD W08-EXTENDED-VARIANCE
               TO W03-VARIANCE-TOTAL(W08-VENDOR-SUB)
           .

      * VOUCHER THE LINE DUE THE VENDOR'S TERMS AFTER THE INVOICE
      * DATE, AND ADD IT TO WHAT HAS BEEN INVOICED AGAINST THE PO
      * LINE SO THE NEXT INVOICE CANNOT BILL THE SAME RECEIPT
       470-WRITE-VOUCHER.
           MOVE F01-INV-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           ADD W03-VENDOR-TERMS(W08-VENDOR-SUB) TO DATE-CONV-DAYS
           PERFORM 921-CONVERT-DAYS-TO-DATE
           MOVE DATE-CONV-YMD TO W08-DUE-DATE

           MOVE F01-INV-VENDOR TO F05-VCH-VENDOR
           MOVE F01-INV-NUMBER TO F05-VCH-INVOICE
           COMPUTE F05-VCH-LINE = W08-LAST-LINE + 1
           MOVE F01-INV-PO-NUMBER TO F05-VCH-PO-NUMBER
           MOVE F01-INV-PART-NAME TO F05-VCH-PART-NAME
           MOVE F01-INV-QUANTITY TO F05-VCH-QUANTITY
           MOVE F01-INV-UNIT-PRICE TO F05-VCH-UNIT-PRICE
           MOVE W08-LINE-AMOUNT TO F05-VCH-AMOUNT
           MOVE F01-INV-DATE TO F05-VCH-INVOICE-DATE
           MOVE W08-DUE-DATE TO F05-VCH-DUE-DATE
           MOVE RC-BUSINESS-DATE TO F05-VCH-ENTERED-DATE
           SET F05-VCH-OPEN TO TRUE
           WRITE F05-VOUCHER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "APVouchers.dat" TO ABEND-FILE-NAME
           MOVE W24-VOUCHER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           MOVE F01-INV-PO-NUMBER TO F04-INV-PO-NUMBER
           MOVE F01-INV-PART-NAME TO F04-INV-PART-NAME
           READ F04-INVOICED-FILE
               INVALID KEY
                   MOVE F01-INV-QUANTITY TO F04-INV-QTY-INVOICED
                   MOVE W08-LINE-AMOUNT TO F04-INV-AMOUNT-INVOICED
                   WRITE F04-INVOICED-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
               NOT INVALID KEY
                   ADD F01-INV-QUANTITY TO F04-INV-QTY-INVOICED
                   ADD W08-LINE-AMOUNT TO F04-INV-AMOUNT-INVOICED
                   REWRITE F04-INVOICED-RECORD
                   MOVE "REWRITE" TO ABEND-OPERATION
           END-READ
           MOVE "PoInvoiced.dat" TO ABEND-FILE-NAME
           MOVE W23-INVOICED-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD 1 TO W30-LINES-VOUCHERED
           ADD W08-LINE-AMOUNT TO W30-AMOUNT-VOUCHERED
           MOVE "VOUCHERED" TO W09-RESULT-OUT
           PERFORM 490-WRITE-REGISTER-LINE
           .

      * THE HOLD LIST IS PURCHASING'S WORK LIST - EACH LINE WITH THE
      * REASON IT COULD NOT BE VOUCHERED
       480-HOLD-INVOICE-LINE.
           MOVE F01-INV-VENDOR TO W10-VENDOR-OUT
           MOVE F01-INV-NUMBER TO W10-INVOICE-OUT
           MOVE F01-INV-PO-NUMBER-X TO W10-PO-OUT
           MOVE F01-INV-PART-NAME TO W10-PART-OUT
           MOVE ZERO TO W10-QTY-OUT
           MOVE ZERO TO W10-PRICE-OUT
           IF F01-INV-QUANTITY IS NUMERIC
               MOVE F01-INV-QUANTITY TO W10-QTY-OUT
           END-IF
           IF F01-INV-UNIT-PRICE IS NUMERIC
               MOVE F01-INV-UNIT-PRICE TO W10-PRICE-OUT
           END-IF
           MOVE W07-HOLD-REASON TO W10-REASON-OUT
           WRITE F08-HOLD-RECORD FROM W10-HOLD-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "APHoldList.out" TO ABEND-FILE-NAME
           MOVE W27-HOLD-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD 1 TO W30-LINES-HELD
           MOVE ZERO TO W08-LINE-AMOUNT
           MOVE "HELD" TO W09-RESULT-OUT
           PERFORM 490-WRITE-REGISTER-LINE
           .

       490-WRITE-REGISTER-LINE.
           MOVE F01-INV-VENDOR TO W09-VENDOR-OUT
           MOVE F01-INV-NUMBER TO W09-INVOICE-OUT
           MOVE F01-INV-PO-NUMBER-X TO W09-PO-OUT
           MOVE F01-INV-PART-NAME TO W09-PART-OUT
           MOVE W10-QTY-OUT TO W09-QTY-OUT
           MOVE W10-PRICE-OUT TO W09-PRICE-OUT
           IF F01-INV-QUANTITY IS NUMERIC
               MOVE F01-INV-QUANTITY TO W09-QTY-OUT
           END-IF
           IF F01-INV-UNIT-PRICE IS NUMERIC
               MOVE F01-INV-UNIT-PRICE TO W09-PRICE-OUT
           END-IF
           MOVE W08-LINE-AMOUNT TO W09-AMOUNT-OUT
           MOVE W08-DUE-DATE TO W09-DUE-OUT
           WRITE F07-REGISTER-RECORD FROM W09-REGISTER-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "InvoiceMatch.out" TO ABEND-FILE-NAME
           MOVE W26-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       500-WRITE-FOOTER.
           MOVE "Invoice Lines Read" TO W31-CONTROL-LABEL
           MOVE W30-LINES-READ TO W31-CONTROL-COUNT
           WRITE F07-REGISTER-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Invoice Lines Vouchered" TO W31-CONTROL-LABEL
           MOVE W30-LINES-VOUCHERED TO W31-CONTROL-COUNT
           WRITE F07-REGISTER-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Invoice Lines Held" TO W31-CONTROL-LABEL
           MOVE W30-LINES-HELD TO W31-CONTROL-COUNT
           WRITE F07-REGISTER-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Amount Vouchered" TO W32-AMOUNT-LABEL
           MOVE W30-AMOUNT-VOUCHERED TO W32-AMOUNT-OUT
           WRITE F07-REGISTER-RECORD FROM W32-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F07-REGISTER-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES

           MOVE "Invoice Lines Held" TO W31-CONTROL-LABEL
           MOVE W30-LINES-HELD TO W31-CONTROL-COUNT
           WRITE F08-HOLD-RECORD FROM W31-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           WRITE F09-VARIANCE-RECORD FROM W02-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES
           .

      * EACH VENDOR WITH A PRICE VARIANCE THIS RUN, NET OVER ITS
      * LINES - A NET ABOVE ZERO IS FLAGGED
       520-WRITE-VENDOR-SUMMARY.
           IF W03-VARIANCE-LINES(W08-VENDOR-SUB) > ZERO
               MOVE W03-VENDOR-CODE(W08-VENDOR-SUB) TO W13-VENDOR-OUT
               MOVE W03-VENDOR-NAME(W08-VENDOR-SUB) TO W13-NAME-OUT
               MOVE W03-VARIANCE-LINES(W08-VENDOR-SUB)
                   TO W13-LINES-OUT
               MOVE W03-VARIANCE-TOTAL(W08-VENDOR-SUB)
                   TO W13-TOTAL-OUT
               IF W03-VARIANCE-TOTAL(W08-VENDOR-SUB) > ZERO
                   MOVE "** BILLS ABOVE PO" TO W13-FLAG-OUT
               ELSE
                   MOVE SPACES TO W13-FLAG-OUT
               END-IF
               WRITE F09-VARIANCE-RECORD FROM W13-SUMMARY-LINE
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE "PriceVariance.out" TO ABEND-FILE-NAME
               MOVE W28-VARIANCE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "InvoiceMatch"        TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-LINES-READ        TO AUDIT-RECORDS-READ
           MOVE W30-LINES-VOUCHERED   TO AUDIT-RECORDS-WRITTEN
           MOVE W30-LINES-HELD        TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-INVOICE-FILE
                 F02-VENDOR-FILE
                 F03-OPEN-PO-FILE
                 F04-INVOICED-FILE
                 F05-VOUCHER-FILE
                 F07-REGISTER-FILE
                 F08-HOLD-FILE
                 F09-VARIANCE-FILE
           .
