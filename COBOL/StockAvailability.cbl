       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockAvailability.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * TIME-PHASED AVAILABILITY FOR EVERY PART AT EVERY WAREHOUSE,
      * WEEK BY WEEK FOR THE NEXT TWELVE WEEKS. EACH PART STARTS
      * FROM ITS COMPUTED ON-HAND LESS WHAT CUSTOMERS ARE WAITING FOR
      * ON OPEN BACKORDERS, GAINS EACH OPEN PO LINE'S OUTSTANDING
      * QUANTITY ON ITS EXPECTED DATE (ORDER DATE PLUS THE VENDOR'S
      * LEAD DAYS, AS THE PO AGING COMPUTES IT - A LINE ALREADY LATE
      * IS TAKEN AS ARRIVING TOMORROW) AND IS DRAWN DOWN DAY BY DAY
      * BY ITS AVERAGE USAGE - SHIPPED LESS RETURNED OVER THE LAST
      * AVAIL_USAGE_WEEKS WEEKS OF MOVEMENT HISTORY (DEFAULT 12).
      * A PART PROJECTED TO RUN OUT BEFORE ITS NEXT PO ARRIVES IS
      * FLAGGED FOR PURCHASING TO EXPEDITE, WITH THE DATE IT RUNS OUT;
      * ONE THAT RUNS OUT EVEN AFTER ITS OPEN POS LAND IS FLAGGED AS
      * SHORT. EVERYTHING IS BROUGHT TOGETHER BY ONE SORT ON
      * WAREHOUSE AND PART, SO NO ROW OF ANY INPUT IS EVER DROPPED
      * FOR TABLE SPACE. READ ONLY - NO LOCK IS TAKEN
       FILE-CONTROL.
           SELECT F01-INVENTORY-FILE
               ASSIGN TO DYNAMIC W29-CURRENT-WAREHOUSE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F01-PART-NAME.

      * OPTIONAL - NO SHORTFALL YET MEANS NO BACKORDER FILE
           SELECT OPTIONAL F02-BACKORDER-FILE ASSIGN TO 'Backorders.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * OPTIONAL - A SITE WITH NO HISTORY PROJECTS NO USAGE
           SELECT OPTIONAL F03-HISTORY-FILE ASSIGN TO 'InvHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F04-OPEN-PO-FILE ASSIGN TO 'OpenPo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F04-OPO-KEY
               FILE STATUS IS W20-OPEN-PO-STATUS.

           SELECT F05-VENDOR-FILE ASSIGN TO 'VendorMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F06-PRINT-FILE ASSIGN TO 'StockAvailability.out'
               ORGANIZATION IS LINE SEQUENTIAL.

      * EVERY INPUT ROW REDUCED TO ONE EVENT AGAINST A WAREHOUSE/PART
           SELECT SD-EVENT-FILE ASSIGN TO 'SORTWORK.TMP'.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD F01-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-INVENTORY-RECORD.

       01 F01-INVENTORY-RECORD.
           05  F01-PART-NAME           PIC X(20).
           05  F01-BEGINNING-QUANTITY  PIC 9(3).
           05  F01-INVENTORY-RECEIVED  PIC 9(3).
           05  F01-INVENTORY-SHIPPED   PIC 9(3).
           05  F01-INVENTORY-PRICE     PIC 9999V99.
           05  F01-INVENTORY-RETURNED  PIC 9(3).
           05  F01-INVENTORY-XFER-IN   PIC 9(3).
           05  F01-INVENTORY-XFER-OUT  PIC 9(3).
           05  F01-INVENTORY-ASSEMBLED PIC 9(3).
           05  F01-INVENTORY-CONSUMED  PIC 9(3).

       FD  F02-BACKORDER-FILE
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS F02-BACKORDER-RECORD.
       01  F02-BACKORDER-RECORD.
           05  F02-BO-WAREHOUSE        PIC X(4).
           05  F02-BO-PART-NAME        PIC X(20).
           05  F02-BO-QUANTITY         PIC 9(5).
           05  F02-BO-DATE             PIC X(8).
           05  F02-BO-CUSTOMER         PIC X(6).
           05  F02-BO-ORDER-NUMBER     PIC 9(6).

       FD  F03-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F03-HISTORY-RECORD.
       01  F03-HISTORY-RECORD.
           05  F03-HIST-RUN-DATE       PIC X(8).
           05  F03-HIST-WAREHOUSE      PIC X(4).
           05  F03-HIST-PART-NAME      PIC X(20).
           05  F03-HIST-ENDING-QTY     PIC 9(4).
           05  F03-HIST-RECEIVED       PIC 9(3).
           05  F03-HIST-SHIPPED        PIC 9(3).
           05  F03-HIST-LINE-TOTAL     PIC 9(7)V99.
           05  F03-HIST-RETURNED       PIC 9(3).

       FD  F04-OPEN-PO-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS F04-OPEN-PO-RECORD.

           COPY OPENPO REPLACING LEADING ==P01== BY ==F04==.

       FD  F05-VENDOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS F05-VENDOR-RECORD.
       01  F05-VENDOR-RECORD.
           05  F05-VENDOR-CODE         PIC X(6).
           05  F05-VENDOR-NAME         PIC X(25).
           05  F05-VENDOR-ADDRESS      PIC X(30).
           05  F05-VENDOR-LEAD-DAYS    PIC 9(3).
           05  F05-VENDOR-TERMS-DAYS   PIC 9(3).

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F06-PRINT-RECORD.
       01  F06-PRINT-RECORD            PIC X(100).

      * THE SITE MASTER ROW SORTS FIRST IN ITS GROUP, THEN THE
      * BACKORDERS, THE USAGE ROWS AND THE PO RECEIPTS BY DATE
       SD  SD-EVENT-FILE
           DATA RECORD IS SD-EVENT-RECORD.
       01  SD-EVENT-RECORD.
           05  SD-EV-WAREHOUSE         PIC X(4).
           05  SD-EV-PART-NAME         PIC X(20).
           05  SD-EV-TYPE              PIC X.
               88  SD-EV-MASTER              VALUE "1".
               88  SD-EV-BACKORDER           VALUE "2".
               88  SD-EV-USAGE               VALUE "3".
               88  SD-EV-RECEIPT             VALUE "4".
           05  SD-EV-DAYS              PIC 9(8).
           05  SD-EV-QUANTITY          PIC S9(7).

           COPY AUDITREC.

           COPY RUNREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY DATEWS.

       01 W20-OPEN-PO-STATUS           PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-VENDOR-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-VENDOR-EOF            VALUE "T".
           05  W01-SORT-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-SORT-EOF              VALUE "T".
           05  W01-FIRST-GROUP-SWITCH  PIC X VALUE "Y".
               88  W01-FIRST-GROUP           VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(24) VALUE SPACES.
               10  PIC X(30)
                       VALUE "Projected Stock Availability".
           05  W02-USAGE-LINE.
               10  PIC X(33)
                       VALUE "Usage Averaged Over The Last    ".
               10  W02-USAGE-WEEKS-OUT     PIC Z9.
               10  PIC X(6)  VALUE " Weeks".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(4)  VALUE "Site".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(9)  VALUE "Part Name".
               10  PIC X(11) VALUE SPACES.
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "OnHand".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(7)  VALUE "BackOrd".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Wkly Use".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Next PO".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "StockOut".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(4)  VALUE "Flag".
      * THE WEEK LINE UNDER EACH PART IS ITS PROJECTED BALANCE AT
      * THE END OF EACH OF THE TWELVE WEEKS
           05  W02-WEEK-HEADINGS.
               10  PIC X(6)  VALUE SPACES.
               10  PIC X(7)  VALUE "    Wk1".
               10  PIC X(7)  VALUE "    Wk2".
               10  PIC X(7)  VALUE "    Wk3".
               10  PIC X(7)  VALUE "    Wk4".
               10  PIC X(7)  VALUE "    Wk5".
               10  PIC X(7)  VALUE "    Wk6".
               10  PIC X(7)  VALUE "    Wk7".
               10  PIC X(7)  VALUE "    Wk8".
               10  PIC X(7)  VALUE "    Wk9".
               10  PIC X(7)  VALUE "   Wk10".
               10  PIC X(7)  VALUE "   Wk11".
               10  PIC X(7)  VALUE "   Wk12".

      * VENDOR MASTER TABLE, AS THE PO RUN LOADS IT
       01 W03-VENDOR-TABLE.
           05  W03-VENDOR-ENTRY OCCURS 50 TIMES
                   INDEXED BY W03-VENDOR-IDX.
               10  W03-VENDOR-CODE     PIC X(6).
               10  W03-VENDOR-LEAD     PIC 9(3).

       01 W04-VENDOR-COUNT             PIC 9(3) VALUE ZERO.

       01 W05-DATE-WORK.
           05  W05-TODAY-DAYS          PIC S9(8) VALUE ZERO.
           05  W05-HISTORY-FROM-DAYS   PIC S9(8) VALUE ZERO.
           05  W05-EXPECTED-DAYS       PIC S9(8) VALUE ZERO.
           05  W05-LEAD-DAYS           PIC 9(3)  VALUE ZERO.
           05  W05-LEAD-FOUND-SWITCH   PIC X     VALUE SPACES.
               88  W05-LEAD-FOUND                VALUE "Y".
               88  W05-LEAD-NOT-FOUND            VALUE "N".
           05  W05-NET-SHIPPED         PIC S9(5) VALUE ZERO.
           05  W05-OUTSTANDING         PIC S9(7) VALUE ZERO.

      * USAGE WINDOW IN WEEKS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W06-USAGE-WEEKS              PIC 9(2)  VALUE 12.
       01 W07-USAGE-WEEKS-PARM         PIC X(3)  VALUE SPACES.
       01 W08-PARM-SHIFT-WORK          PIC X(3)  VALUE SPACES.

      * THE WAREHOUSE/PART IN HAND AND ITS PROJECTION
       01 W10-PART-WORK.
           05  W10-KEY.
               10  W10-KEY-WAREHOUSE   PIC X(4).
               10  W10-KEY-PART-NAME   PIC X(20).
           05  W10-ON-MASTER-SWITCH    PIC X       VALUE "N".
               88  W10-ON-MASTER                   VALUE "Y".
           05  W10-ON-HAND             PIC S9(7)   VALUE ZERO.
           05  W10-BACKORDERED         PIC 9(7)    VALUE ZERO.
           05  W10-USAGE-TOTAL         PIC 9(7)    VALUE ZERO.
           05  W10-WEEKLY-USAGE        PIC 9(5)V99 VALUE ZERO.
           05  W10-DAILY-USAGE         PIC 9(5)V9(4) VALUE ZERO.
           05  W10-BALANCE             PIC S9(7)V9(4) VALUE ZERO.
           05  W10-NEXT-PO-DAYS        PIC 9(8)    VALUE ZERO.
           05  W10-STOCK-OUT-DAYS      PIC 9(8)    VALUE ZERO.
           05  W10-OFFSET              PIC S9(8)   VALUE ZERO.

      * PO RECEIPTS BY DAY OF THE HORIZON, AND THE BALANCE AT THE
      * END OF EACH WEEK
       01 W11-DAY-TABLE.
           05  W11-DAY-RECEIPTS        PIC 9(7) OCCURS 84 TIMES.

       01 W12-WEEK-TABLE.
           05  W12-WEEK-BALANCE        PIC S9(7) OCCURS 12 TIMES.

       01 W13-PROJECTION-IDX.
           05  W13-DAY                 PIC 9(3)  VALUE ZERO.
           05  W13-WEEK                PIC 9(2)  VALUE ZERO.
           05  W13-WEEK-R              PIC 9     VALUE ZERO.

       01 W14-PART-LINE.
           05  W14-WAREHOUSE-OUT       PIC X(4).
           05                          PIC X(2)  VALUE SPACES.
           05  W14-PART-OUT            PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  W14-ON-HAND-OUT         PIC -ZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W14-BACKORDER-OUT       PIC ZZZZZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  W14-USAGE-OUT           PIC ZZZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W14-NEXT-PO-OUT         PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W14-STOCK-OUT-OUT       PIC X(8).
           05                          PIC X(2)  VALUE SPACES.
           05  W14-FLAG-OUT            PIC X(16).
           05                          PIC X(7)  VALUE SPACES.

       01 W15-WEEK-LINE.
           05                          PIC X(6)  VALUE SPACES.
           05  W15-WEEK-OUT            PIC ------9 OCCURS 12 TIMES.
           05                          PIC X(10) VALUE SPACES.

       01 W16-RUN-COUNTS.
           05  W16-PARTS-PROJECTED     PIC 9(7)  VALUE ZERO.
           05  W16-PARTS-EXPEDITE      PIC 9(7)  VALUE ZERO.
           05  W16-PARTS-SHORT         PIC 9(7)  VALUE ZERO.
           05  W16-BACKORDER-ROWS      PIC 9(7)  VALUE ZERO.
           05  W16-HISTORY-ROWS        PIC 9(7)  VALUE ZERO.
           05  W16-PO-LINES            PIC 9(7)  VALUE ZERO.
           05  W16-NO-VENDOR-LINES     PIC 9(7)  VALUE ZERO.
           05  W16-UNMATCHED-EVENTS    PIC 9(7)  VALUE ZERO.

       01 W17-CONTROL-LINE.
           05  W17-CONTROL-LABEL       PIC X(38).
           05                          PIC X(4)  VALUE SPACES.
           05  W17-CONTROL-COUNT       PIC ZZZZZZ9.
           05                          PIC X(51) VALUE SPACES.

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W26-WAREHOUSE-TABLE.
           05 W26-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W26-SITE-CODE        PIC X(4).
               10 W26-SITE-FILE        PIC X(20).

       01 W27-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-CURRENT-WAREHOUSE-CODE   PIC X(4)  VALUE SPACES.

       01 W29-CURRENT-WAREHOUSE-FILE   PIC X(20) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W30-FOOTER.
           05  W30-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 110-LOAD-VENDOR-TABLE
           PERFORM 150-WRITE-HEADINGS

           SORT SD-EVENT-FILE
               ON ASCENDING KEY SD-EV-WAREHOUSE
               ON ASCENDING KEY SD-EV-PART-NAME
               ON ASCENDING KEY SD-EV-TYPE
               ON ASCENDING KEY SD-EV-DAYS
               INPUT PROCEDURE IS 200-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 300-PROJECT-PARTS

           PERFORM 500-WRITE-FOOTER
           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           STOP RUN
           .

           COPY RUNPROC.

           COPY DATEPRC.

      * PICK UP THE USAGE WINDOW AND THE WH1 SITE-FILE OVERRIDE
      * FROM THE ENVIRONMENT, IF SET
       090-GET-PARAMETERS.
           MOVE SPACES TO W07-USAGE-WEEKS-PARM
           ACCEPT W07-USAGE-WEEKS-PARM
               FROM ENVIRONMENT "AVAIL_USAGE_WEEKS"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W07-USAGE-WEEKS-PARM NOT = SPACES
      * THE OPERATOR KEYS "8", WHICH ARRIVES LEFT-JUSTIFIED -
      * SHIFT IT RIGHT AND ZERO-FILL SO THE NUMERIC TEST PASSES
               PERFORM 091-ALIGN-USAGE-PARM
                   UNTIL W07-USAGE-WEEKS-PARM(3:1) NOT = SPACE
               INSPECT W07-USAGE-WEEKS-PARM
                   REPLACING LEADING " " BY "0"
               IF W07-USAGE-WEEKS-PARM IS NUMERIC
                   IF W07-USAGE-WEEKS-PARM > "000"
                           AND W07-USAGE-WEEKS-PARM < "053"
                       MOVE W07-USAGE-WEEKS-PARM TO W06-USAGE-WEEKS
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST2_INVENTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W34-INVENTORY-FILE-NAME
           END-IF
           .

       091-ALIGN-USAGE-PARM.
           MOVE W07-USAGE-WEEKS-PARM TO W08-PARM-SHIFT-WORK
           MOVE SPACES TO W07-USAGE-WEEKS-PARM
           MOVE W08-PARM-SHIFT-WORK(1:2) TO W07-USAGE-WEEKS-PARM(2:2)
           .

       100-OPEN-FILES.
           MOVE "WH1"                  TO W26-SITE-CODE(1)
           MOVE W34-INVENTORY-FILE-NAME TO W26-SITE-FILE(1)
           MOVE "WH2"          TO W26-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W26-SITE-FILE(2)
           MOVE "WH3"          TO W26-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W26-SITE-FILE(3)

           OPEN INPUT F05-VENDOR-FILE
                OUTPUT F06-PRINT-FILE

      * TODAY IN DAY-SERIAL FORM - THE PROJECTION STARTS TOMORROW
      * AND THE USAGE WINDOW ENDS TODAY
           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE DATE-CONV-DAYS TO W05-TODAY-DAYS
           COMPUTE W05-HISTORY-FROM-DAYS =
               W05-TODAY-DAYS - W06-USAGE-WEEKS * 7
           .

       110-LOAD-VENDOR-TABLE.
           PERFORM 111-READ-VENDOR-RECORD
           PERFORM 112-STORE-VENDOR-RECORD
               UNTIL W01-VENDOR-EOF
           .

       111-READ-VENDOR-RECORD.
           READ F05-VENDOR-FILE
               AT END SET W01-VENDOR-EOF TO TRUE
           END-READ
           .

       112-STORE-VENDOR-RECORD.
           IF W04-VENDOR-COUNT < 50
               ADD 1 TO W04-VENDOR-COUNT
               SET W03-VENDOR-IDX TO W04-VENDOR-COUNT
               MOVE F05-VENDOR-CODE
                   TO W03-VENDOR-CODE(W03-VENDOR-IDX)
               MOVE F05-VENDOR-LEAD-DAYS
                   TO W03-VENDOR-LEAD(W03-VENDOR-IDX)
           END-IF

           PERFORM 111-READ-VENDOR-RECORD
           .

       150-WRITE-HEADINGS.
           MOVE W06-USAGE-WEEKS TO W02-USAGE-WEEKS-OUT
           WRITE F06-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F06-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F06-PRINT-RECORD FROM W02-USAGE-LINE
           WRITE F06-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES
           WRITE F06-PRINT-RECORD FROM W02-WEEK-HEADINGS
           .

      * FEED THE SORT FROM EVERY INPUT IN TURN
       200-RELEASE-EVENTS.
           PERFORM 210-RELEASE-SITE-PARTS
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           PERFORM 220-RELEASE-BACKORDERS
           PERFORM 230-RELEASE-HISTORY
           PERFORM 240-RELEASE-OPEN-POS
           .

      * ONE MASTER EVENT PER PART CARRYING ITS COMPUTED ON-HAND
       210-RELEASE-SITE-PARTS.
           MOVE W26-SITE-CODE(W27-WAREHOUSE-IDX)
               TO W28-CURRENT-WAREHOUSE-CODE
           MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX)
               TO W29-CURRENT-WAREHOUSE-FILE

           OPEN INPUT F01-INVENTORY-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 211-READ-SITE-PART
           PERFORM 212-RELEASE-ONE-PART
               UNTIL W01-END-OF-FILE
           CLOSE F01-INVENTORY-FILE
           .

       211-READ-SITE-PART.
           READ F01-INVENTORY-FILE NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

       212-RELEASE-ONE-PART.
           MOVE W28-CURRENT-WAREHOUSE-CODE TO SD-EV-WAREHOUSE
           MOVE F01-PART-NAME TO SD-EV-PART-NAME
           SET SD-EV-MASTER TO TRUE
           MOVE ZERO TO SD-EV-DAYS
           COMPUTE SD-EV-QUANTITY =
               F01-BEGINNING-QUANTITY + F01-INVENTORY-RECEIVED
                   + F01-INVENTORY-RETURNED + F01-INVENTORY-XFER-IN
                   + F01-INVENTORY-ASSEMBLED
                   - F01-INVENTORY-SHIPPED - F01-INVENTORY-XFER-OUT
                   - F01-INVENTORY-CONSUMED
           RELEASE SD-EVENT-RECORD

           PERFORM 211-READ-SITE-PART
           .

      * EVERY OPEN BACKORDER IS STOCK ALREADY PROMISED AWAY
       220-RELEASE-BACKORDERS.
           OPEN INPUT F02-BACKORDER-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 221-READ-BACKORDER
           PERFORM 222-RELEASE-ONE-BACKORDER
               UNTIL W01-END-OF-FILE
           CLOSE F02-BACKORDER-FILE
           .

       221-READ-BACKORDER.
           READ F02-BACKORDER-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

       222-RELEASE-ONE-BACKORDER.
           IF F02-BO-QUANTITY IS NUMERIC
                   AND F02-BO-QUANTITY > ZERO
               MOVE F02-BO-WAREHOUSE TO SD-EV-WAREHOUSE
               MOVE F02-BO-PART-NAME TO SD-EV-PART-NAME
               SET SD-EV-BACKORDER TO TRUE
               MOVE ZERO TO SD-EV-DAYS
               MOVE F02-BO-QUANTITY TO SD-EV-QUANTITY
               RELEASE SD-EVENT-RECORD
               ADD 1 TO W16-BACKORDER-ROWS
           END-IF

           PERFORM 221-READ-BACKORDER
           .

      * ONLY THE HISTORY ROWS DATED INSIDE THE USAGE WINDOW COUNT,
      * EACH AS ITS PERIOD'S SHIPMENTS LESS RETURNS
       230-RELEASE-HISTORY.
           OPEN INPUT F03-HISTORY-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 231-READ-HISTORY
           PERFORM 232-RELEASE-ONE-HISTORY
               UNTIL W01-END-OF-FILE
           CLOSE F03-HISTORY-FILE
           .

       231-READ-HISTORY.
           READ F03-HISTORY-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

       232-RELEASE-ONE-HISTORY.
           IF F03-HIST-RUN-DATE IS NUMERIC
                   AND F03-HIST-SHIPPED IS NUMERIC
               MOVE F03-HIST-RUN-DATE TO DATE-CONV-YMD
               PERFORM 920-CONVERT-DATE-TO-DAYS
               IF DATE-CONV-DAYS > W05-HISTORY-FROM-DAYS
                       AND DATE-CONV-DAYS NOT > W05-TODAY-DAYS
                   MOVE F03-HIST-SHIPPED TO W05-NET-SHIPPED
                   IF F03-HIST-RETURNED IS NUMERIC
                       SUBTRACT F03-HIST-RETURNED FROM W05-NET-SHIPPED
                   END-IF
                   IF W05-NET-SHIPPED > ZERO
                       MOVE F03-HIST-WAREHOUSE TO SD-EV-WAREHOUSE
                       MOVE F03-HIST-PART-NAME TO SD-EV-PART-NAME
                       SET SD-EV-USAGE TO TRUE
                       MOVE DATE-CONV-DAYS TO SD-EV-DAYS
                       MOVE W05-NET-SHIPPED TO SD-EV-QUANTITY
                       RELEASE SD-EVENT-RECORD
                   END-IF
                   ADD 1 TO W16-HISTORY-ROWS
               END-IF
           END-IF

           PERFORM 231-READ-HISTORY
           .

      * EACH STILL-OPEN PO LINE ARRIVES WITH ITS OUTSTANDING QUANTITY
      * ON ITS EXPECTED DATE. A LINE WHOSE VENDOR HAS DROPPED OFF THE
      * MASTER IS TAKEN AS DUE ON ITS ORDER DATE
       240-RELEASE-OPEN-POS.
           OPEN INPUT F04-OPEN-PO-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 241-READ-OPEN-PO
           PERFORM 242-RELEASE-ONE-PO-LINE
               UNTIL W01-END-OF-FILE
           CLOSE F04-OPEN-PO-FILE
           .

       241-READ-OPEN-PO.
           READ F04-OPEN-PO-FILE NEXT RECORD
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

       242-RELEASE-ONE-PO-LINE.
           IF F04-OPO-OPEN OR F04-OPO-PARTIAL
               COMPUTE W05-OUTSTANDING =
                   F04-OPO-QTY-ORDERED - F04-OPO-QTY-RECEIVED
               IF W05-OUTSTANDING > ZERO
                   PERFORM 245-LOOK-UP-LEAD-DAYS
                   MOVE F04-OPO-ORDER-DATE TO DATE-CONV-YMD
                   PERFORM 920-CONVERT-DATE-TO-DAYS
                   COMPUTE W05-EXPECTED-DAYS =
                       DATE-CONV-DAYS + W05-LEAD-DAYS

                   MOVE F04-OPO-WAREHOUSE TO SD-EV-WAREHOUSE
                   MOVE F04-OPO-PART-NAME TO SD-EV-PART-NAME
                   SET SD-EV-RECEIPT TO TRUE
                   MOVE W05-EXPECTED-DAYS TO SD-EV-DAYS
                   MOVE W05-OUTSTANDING TO SD-EV-QUANTITY
                   RELEASE SD-EVENT-RECORD
                   ADD 1 TO W16-PO-LINES
               END-IF
           END-IF

           PERFORM 241-READ-OPEN-PO
           .

       245-LOOK-UP-LEAD-DAYS.
           SET W05-LEAD-NOT-FOUND TO TRUE
           MOVE ZERO TO W05-LEAD-DAYS
           PERFORM 246-SEARCH-VENDOR-TABLE
               VARYING W03-VENDOR-IDX FROM 1 BY 1
               UNTIL W03-VENDOR-IDX > W04-VENDOR-COUNT
           IF W05-LEAD-NOT-FOUND
               ADD 1 TO W16-NO-VENDOR-LINES
           END-IF
           .

       246-SEARCH-VENDOR-TABLE.
           IF F04-OPO-VENDOR-CODE = W03-VENDOR-CODE(W03-VENDOR-IDX)
               MOVE W03-VENDOR-LEAD(W03-VENDOR-IDX)
                   TO W05-LEAD-DAYS
               SET W05-LEAD-FOUND TO TRUE
           END-IF
           .

      * ONE CONTROL BREAK PER WAREHOUSE/PART - EVENTS ARE GATHERED
      * UNTIL THE KEY CHANGES, THEN THE PART IS PROJECTED
       300-PROJECT-PARTS.
           MOVE SPACES TO W01-SORT-EOF-SWITCH
           PERFORM 310-TAKE-ONE-EVENT
               UNTIL W01-SORT-EOF
           IF NOT W01-FIRST-GROUP
               PERFORM 340-FINISH-PART
           END-IF
           .

       310-TAKE-ONE-EVENT.
           RETURN SD-EVENT-FILE
               AT END
                   SET W01-SORT-EOF TO TRUE
               NOT AT END
                   IF W01-FIRST-GROUP
                       PERFORM 320-START-PART
                   ELSE
                   IF SD-EV-WAREHOUSE NOT = W10-KEY-WAREHOUSE
                           OR SD-EV-PART-NAME NOT = W10-KEY-PART-NAME
                       PERFORM 340-FINISH-PART
                       PERFORM 320-START-PART
                   END-IF
                   END-IF
                   PERFORM 330-APPLY-EVENT
           END-RETURN
           .

       320-START-PART.
           MOVE "N" TO W01-FIRST-GROUP-SWITCH
           MOVE SD-EV-WAREHOUSE TO W10-KEY-WAREHOUSE
           MOVE SD-EV-PART-NAME TO W10-KEY-PART-NAME
           MOVE "N" TO W10-ON-MASTER-SWITCH
           MOVE ZERO TO W10-ON-HAND
           MOVE ZERO TO W10-BACKORDERED
           MOVE ZERO TO W10-USAGE-TOTAL
           MOVE ZERO TO W10-NEXT-PO-DAYS
           MOVE ZERO TO W10-STOCK-OUT-DAYS
           INITIALIZE W11-DAY-TABLE
           .

      * A RECEIPT DUE TODAY OR EARLIER (A LATE LINE) LANDS TOMORROW;
      * ONE BEYOND THE TWELVE WEEKS ONLY SETS THE NEXT PO DATE
       330-APPLY-EVENT.
           EVALUATE TRUE
               WHEN SD-EV-MASTER
                   SET W10-ON-MASTER TO TRUE
                   MOVE SD-EV-QUANTITY TO W10-ON-HAND
               WHEN SD-EV-BACKORDER
                   ADD SD-EV-QUANTITY TO W10-BACKORDERED
               WHEN SD-EV-USAGE
                   ADD SD-EV-QUANTITY TO W10-USAGE-TOTAL
               WHEN SD-EV-RECEIPT
                   COMPUTE W10-OFFSET = SD-EV-DAYS - W05-TODAY-DAYS
                   IF W10-OFFSET < 1
                       MOVE 1 TO W10-OFFSET
                   END-IF
                   IF W10-NEXT-PO-DAYS = ZERO
                       COMPUTE W10-NEXT-PO-DAYS =
                           W05-TODAY-DAYS + W10-OFFSET
                   END-IF
                   IF W10-OFFSET NOT > 84
                       ADD SD-EV-QUANTITY
                           TO W11-DAY-RECEIPTS(W10-OFFSET)
                   END-IF
           END-EVALUATE
           .

      * A PART ON NO SITE MASTER (A BACKORDER OR PO FOR A PART SINCE
      * DELETED) IS COUNTED BUT NOT PROJECTED
       340-FINISH-PART.
           IF NOT W10-ON-MASTER
               ADD 1 TO W16-UNMATCHED-EVENTS
           ELSE
               ADD 1 TO W16-PARTS-PROJECTED
               COMPUTE W10-WEEKLY-USAGE ROUNDED =
                   W10-USAGE-TOTAL / W06-USAGE-WEEKS
               COMPUTE W10-DAILY-USAGE ROUNDED =
                   W10-USAGE-TOTAL / (W06-USAGE-WEEKS * 7)

               COMPUTE W10-BALANCE = W10-ON-HAND - W10-BACKORDERED
               IF W10-BALANCE < ZERO
                   MOVE W05-TODAY-DAYS TO W10-STOCK-OUT-DAYS
               END-IF
               PERFORM 350-PROJECT-ONE-DAY
                   VARYING W13-DAY FROM 1 BY 1
                   UNTIL W13-DAY > 84

               PERFORM 360-WRITE-PART-LINES
           END-IF
           .

       350-PROJECT-ONE-DAY.
           COMPUTE W10-BALANCE = W10-BALANCE
               + W11-DAY-RECEIPTS(W13-DAY) - W10-DAILY-USAGE
           IF W10-BALANCE < ZERO
                   AND W10-STOCK-OUT-DAYS = ZERO
               COMPUTE W10-STOCK-OUT-DAYS = W05-TODAY-DAYS + W13-DAY
           END-IF

           DIVIDE W13-DAY BY 7
               GIVING W13-WEEK
               REMAINDER W13-WEEK-R
           IF W13-WEEK-R = ZERO
               COMPUTE W12-WEEK-BALANCE(W13-WEEK) ROUNDED =
                   W10-BALANCE
           END-IF
           .

      * A STOCK-OUT BEFORE THE NEXT PO ARRIVES (OR WITH NO PO AT
      * ALL) IS FOR PURCHASING TO EXPEDITE; ONE AFTER IT MEANS THE
      * OPEN POS DO NOT COVER THE USAGE
       360-WRITE-PART-LINES.
           MOVE W10-KEY-WAREHOUSE TO W14-WAREHOUSE-OUT
           MOVE W10-KEY-PART-NAME TO W14-PART-OUT
           MOVE W10-ON-HAND TO W14-ON-HAND-OUT
           MOVE W10-BACKORDERED TO W14-BACKORDER-OUT
           MOVE W10-WEEKLY-USAGE TO W14-USAGE-OUT

           MOVE "None" TO W14-NEXT-PO-OUT
           IF W10-NEXT-PO-DAYS > ZERO
               MOVE W10-NEXT-PO-DAYS TO DATE-CONV-DAYS
               PERFORM 921-CONVERT-DAYS-TO-DATE
               MOVE DATE-CONV-YMD TO W14-NEXT-PO-OUT
           END-IF

           MOVE SPACES TO W14-STOCK-OUT-OUT
           MOVE SPACES TO W14-FLAG-OUT
           IF W10-STOCK-OUT-DAYS > ZERO
               MOVE W10-STOCK-OUT-DAYS TO DATE-CONV-DAYS
               PERFORM 921-CONVERT-DAYS-TO-DATE
               MOVE DATE-CONV-YMD TO W14-STOCK-OUT-OUT
               IF W10-NEXT-PO-DAYS = ZERO
                       OR W10-STOCK-OUT-DAYS < W10-NEXT-PO-DAYS
                   MOVE "** EXPEDITE" TO W14-FLAG-OUT
                   ADD 1 TO W16-PARTS-EXPEDITE
               ELSE
                   MOVE "Short after PO" TO W14-FLAG-OUT
                   ADD 1 TO W16-PARTS-SHORT
               END-IF
           END-IF

           WRITE F06-PRINT-RECORD FROM W14-PART-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 361-EDIT-WEEK-BALANCE
               VARYING W13-WEEK FROM 1 BY 1
               UNTIL W13-WEEK > 12
           WRITE F06-PRINT-RECORD FROM W15-WEEK-LINE
           .

       361-EDIT-WEEK-BALANCE.
           MOVE W12-WEEK-BALANCE(W13-WEEK) TO W15-WEEK-OUT(W13-WEEK)
           .

       500-WRITE-FOOTER.
           MOVE "Parts Projected" TO W17-CONTROL-LABEL
           MOVE W16-PARTS-PROJECTED TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Parts To Expedite" TO W17-CONTROL-LABEL
           MOVE W16-PARTS-EXPEDITE TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Parts Short After Open POs" TO W17-CONTROL-LABEL
           MOVE W16-PARTS-SHORT TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Open Backorder Rows" TO W17-CONTROL-LABEL
           MOVE W16-BACKORDER-ROWS TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "History Rows In Usage Window" TO W17-CONTROL-LABEL
           MOVE W16-HISTORY-ROWS TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Open PO Lines" TO W17-CONTROL-LABEL
           MOVE W16-PO-LINES TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "PO Lines With Vendor Not On Master"
               TO W17-CONTROL-LABEL
           MOVE W16-NO-VENDOR-LINES TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Parts Not On Any Site Master" TO W17-CONTROL-LABEL
           MOVE W16-UNMATCHED-EVENTS TO W17-CONTROL-COUNT
           WRITE F06-PRINT-RECORD FROM W17-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F06-PRINT-RECORD FROM W30-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG - READ IS
      * THE PARTS PROJECTED, REJECTED THE ONES TO EXPEDITE
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "StockAvailability"   TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W16-PARTS-PROJECTED   TO AUDIT-RECORDS-READ
           COMPUTE AUDIT-RECORDS-WRITTEN =
               W16-PARTS-PROJECTED - W16-PARTS-EXPEDITE
           MOVE W16-PARTS-EXPEDITE    TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F05-VENDOR-FILE
                 F06-PRINT-FILE
           .
