       IDENTIFICATION DIVISION.
       PROGRAM-ID. InTransitReport.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * LISTS EVERY TRANSFER ORDER SHIPPED BUT NOT YET RECEIVED, WITH
      * THE DAYS SINCE IT LEFT THE DONOR AND THE FIFO VALUE IT
      * CARRIES. ANYTHING ON THE ROAD LONGER THAN THE OVERDUE LIMIT
      * (XFER_OVERDUE_DAYS, DEFAULT 14) IS FLAGGED SO THE RECEIVING
      * SITE CAN BE CHASED BEFORE THE STOCK IS WRITTEN OFF AS LOST.
      * THE TOTAL VALUE IS WHAT THE IN-TRANSIT ACCOUNTS SHOULD HOLD
       FILE-CONTROL.
           SELECT OPTIONAL F01-TRANSFER-FILE
               ASSIGN TO 'TransferOrders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-XFR-NUMBER
               FILE STATUS IS W20-TRANSFER-STATUS.

           SELECT F02-PRINT-FILE ASSIGN TO 'InTransit.out'
               ORGANIZATION IS LINE SEQUENTIAL.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-TRANSFER-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F01-TRANSFER-RECORD.

           COPY XFERORD REPLACING LEADING ==T01== BY ==F01==.

       FD  F02-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F02-PRINT-RECORD.
       01  F02-PRINT-RECORD            PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY DATEWS.

       01 W20-TRANSFER-STATUS          PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(22) VALUE "Transfers In Transit".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(6)  VALUE "Xfr No".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(13) VALUE SPACES.
               10  PIC X(4)  VALUE "From".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(4)  VALUE "To".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(5)  VALUE "  Qty".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(8)  VALUE "Shipped".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Days".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(10) VALUE "     Value".

       01 W05-AGING-WORK.
           05  W05-OVERDUE-DAYS        PIC 9(3)  VALUE 14.
           05  W05-SHIP-DAYS           PIC S9(8) VALUE ZERO.
           05  W05-TODAY-DAYS          PIC S9(8) VALUE ZERO.
           05  W05-DAYS-OUT            PIC S9(5) VALUE ZERO.

       01 W07-OVERDUE-PARM             PIC X(3)  VALUE SPACES.
       01 W08-PARM-SHIFT-WORK          PIC X(3)  VALUE SPACES.

       01 W06-DETAIL-LINE.
           05  W06-NUMBER-OUT          PIC 9(6).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-PART-OUT            PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-FROM-OUT            PIC X(4).
           05                          PIC X(3)  VALUE SPACES.
           05  W06-TO-OUT              PIC X(4).
           05                          PIC X(3)  VALUE SPACES.
           05  W06-QUANTITY-OUT        PIC ZZZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  W06-SHIPPED-OUT         PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W06-DAYS-OUT            PIC ZZZ9-.
           05                          PIC X(2)  VALUE SPACES.
           05  W06-VALUE-OUT           PIC ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W06-FLAG-OUT            PIC X(11).
           05                          PIC X(8)  VALUE SPACES.

       01 W08-TRANSIT-COUNTS.
           05  W08-TRANSIT-ORDERS      PIC 9(5)    VALUE ZERO.
           05  W08-OVERDUE-ORDERS      PIC 9(5)    VALUE ZERO.
           05  W08-TRANSIT-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  W08-OVERDUE-VALUE       PIC 9(9)V99 VALUE ZERO.

       01 W09-CONTROL-LINE.
           05  W09-CONTROL-LABEL       PIC X(38).
           05                          PIC X(4)  VALUE SPACES.
           05  W09-CONTROL-COUNT       PIC ZZZZ9.
           05                          PIC X(53) VALUE SPACES.

       01 W11-AMOUNT-LINE.
           05  W11-AMOUNT-LABEL        PIC X(38).
           05  W11-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(48) VALUE SPACES.

       01 W10-FOOTER.
           05  W10-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-TRANSFER

           PERFORM 400-AGE-ONE-TRANSFER
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY DATEPRC.

      * PICK UP THE OVERDUE-LIMIT OVERRIDE FROM THE ENVIRONMENT
       090-GET-PARAMETERS.
           MOVE SPACES TO W07-OVERDUE-PARM
           ACCEPT W07-OVERDUE-PARM
               FROM ENVIRONMENT "XFER_OVERDUE_DAYS"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W07-OVERDUE-PARM NOT = SPACES
      * THE OPERATOR KEYS "7", WHICH ARRIVES LEFT-JUSTIFIED -
      * SHIFT IT RIGHT AND ZERO-FILL SO THE NUMERIC TEST PASSES
               PERFORM 091-ALIGN-OVERDUE-PARM
                   UNTIL W07-OVERDUE-PARM(3:1) NOT = SPACE
               INSPECT W07-OVERDUE-PARM
                   REPLACING LEADING " " BY "0"
               IF W07-OVERDUE-PARM IS NUMERIC
                   MOVE W07-OVERDUE-PARM TO W05-OVERDUE-DAYS
               END-IF
           END-IF
           .

       091-ALIGN-OVERDUE-PARM.
           MOVE W07-OVERDUE-PARM TO W08-PARM-SHIFT-WORK
           MOVE SPACES TO W07-OVERDUE-PARM
           MOVE W08-PARM-SHIFT-WORK(1:2) TO W07-OVERDUE-PARM(2:2)
           .

       100-OPEN-FILES.
           OPEN INPUT F01-TRANSFER-FILE
                OUTPUT F02-PRINT-FILE

      * TODAY IN DAY-SERIAL FORM, FOR THE DAYS-ON-THE-ROAD COUNT
           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE DATE-CONV-DAYS TO W05-TODAY-DAYS
           .

       200-WRITE-HEADINGS.
           WRITE F02-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F02-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F02-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-TRANSFER.
           READ F01-TRANSFER-FILE NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * AGE ONE SHIPPED-NOT-RECEIVED TRANSFER. OPEN ORDERS HAVE NOT
      * LEFT THE DONOR AND RECEIVED ONES ARE HISTORY - BOTH SKIP
       400-AGE-ONE-TRANSFER.
           IF F01-XFR-IN-TRANSIT
               ADD 1 TO W08-TRANSIT-ORDERS
               ADD F01-XFR-SHIP-VALUE TO W08-TRANSIT-VALUE

               MOVE F01-XFR-SHIP-DATE TO DATE-CONV-YMD
               PERFORM 920-CONVERT-DATE-TO-DAYS
               MOVE DATE-CONV-DAYS TO W05-SHIP-DAYS
               COMPUTE W05-DAYS-OUT =
                   W05-TODAY-DAYS - W05-SHIP-DAYS

               PERFORM 430-WRITE-TRANSIT-LINE
           END-IF

           PERFORM 300-READ-TRANSFER
           .

       430-WRITE-TRANSIT-LINE.
           MOVE F01-XFR-NUMBER TO W06-NUMBER-OUT
           MOVE F01-XFR-PART-NAME TO W06-PART-OUT
           MOVE F01-XFR-FROM-WAREHOUSE TO W06-FROM-OUT
           MOVE F01-XFR-TO-WAREHOUSE TO W06-TO-OUT
           MOVE F01-XFR-QUANTITY TO W06-QUANTITY-OUT
           MOVE F01-XFR-SHIP-DATE TO W06-SHIPPED-OUT
           MOVE W05-DAYS-OUT TO W06-DAYS-OUT
           MOVE F01-XFR-SHIP-VALUE TO W06-VALUE-OUT

           IF W05-DAYS-OUT > W05-OVERDUE-DAYS
               MOVE "** OVERDUE" TO W06-FLAG-OUT
               ADD 1 TO W08-OVERDUE-ORDERS
               ADD F01-XFR-SHIP-VALUE TO W08-OVERDUE-VALUE
           ELSE
               MOVE SPACES TO W06-FLAG-OUT
           END-IF

           WRITE F02-PRINT-RECORD FROM W06-DETAIL-LINE
           .

       500-WRITE-FOOTER.
           MOVE "Transfers In Transit" TO W09-CONTROL-LABEL
           MOVE W08-TRANSIT-ORDERS TO W09-CONTROL-COUNT
           WRITE F02-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Overdue Transfers" TO W09-CONTROL-LABEL
           MOVE W08-OVERDUE-ORDERS TO W09-CONTROL-COUNT
           WRITE F02-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value In Transit" TO W11-AMOUNT-LABEL
           MOVE W08-TRANSIT-VALUE TO W11-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W11-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Value Overdue" TO W11-AMOUNT-LABEL
           MOVE W08-OVERDUE-VALUE TO W11-AMOUNT-OUT
           WRITE F02-PRINT-RECORD FROM W11-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE F02-PRINT-RECORD FROM W10-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG - READ IS
      * THE TRANSFERS IN TRANSIT, REJECTED THE ONES FOUND OVERDUE
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "InTransitReport"     TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W08-TRANSIT-ORDERS    TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W08-TRANSIT-ORDERS - W08-OVERDUE-ORDERS
           MOVE W08-OVERDUE-ORDERS    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F01-TRANSFER-FILE
                 F02-PRINT-FILE
           .
