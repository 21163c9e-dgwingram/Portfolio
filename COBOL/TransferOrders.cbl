       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransferOrders.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * RAISES INTER-WAREHOUSE TRANSFER ORDERS FROM THE TRANSFER
      * REQUEST FILE: AN "R" LINE IS A SUPERVISOR'S APPROVAL OF ONE OF
      * THE INVENTORY RUN'S TRANSFER SUGGESTIONS AND MUST MATCH A
      * SUGGESTION ON TransferRecs.out, A "K" LINE IS A TRANSFER KEYED
      * BY HAND. EVERY ORDER IS WRITTEN OPEN TO THE TRANSFER ORDER
      * FILE FOR THE TRANSFER POSTING RUN TO SHIP AND RECEIVE, WITH A
      * REGISTER OF WHAT WAS RAISED AND WHAT WAS REFUSED
       FILE-CONTROL.
           SELECT F01-FROM-SITE
               ASSIGN TO DYNAMIC W29-FROM-SITE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-PART-NAME
               FILE STATUS IS W20-FROM-SITE-STATUS.

           SELECT F02-TO-SITE
               ASSIGN TO DYNAMIC W31-TO-SITE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F02-PART-NAME
               FILE STATUS IS W21-TO-SITE-STATUS.

           SELECT F03-REQUEST-FILE
               ASSIGN TO DYNAMIC W11-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-REQUEST-STATUS.

      * THE INVENTORY RUN'S SUGGESTIONS, RE-READ FOR EACH APPROVED
      * LINE; OPTIONAL SO KEYED TRANSFERS STILL RAISE WITHOUT IT
           SELECT OPTIONAL F04-RECOMMEND-FILE
               ASSIGN TO 'TransferRecs.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-RECOMMEND-STATUS.

      * OPTIONAL SO THE FIRST EVER RUN CREATES IT; DYNAMIC ACCESS SO
      * THE OPEN TRANSFERS CAN BE SWEPT (TO STOP A SECOND ORDER FOR
      * A SUGGESTION ALREADY ON ITS WAY) AND NEW ONES WRITTEN BY KEY
           SELECT OPTIONAL F05-TRANSFER-FILE
               ASSIGN TO 'TransferOrders.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F05-XFR-NUMBER
               FILE STATUS IS W24-TRANSFER-STATUS.

      * LAST TRANSFER NUMBER ASSIGNED, CARRIED ACROSS RUNS SO
      * TRANSFER NUMBERS NEVER RESTART
           SELECT OPTIONAL F06-NUMBER-FILE
               ASSIGN TO 'TransferNumber.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-NUMBER-STATUS.

           SELECT F07-PRINT-FILE ASSIGN TO 'TransferOrderRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED SINGLE-RUN LOCK - THE TRANSFER ORDER FILE IS SHARED
      * WITH THE POSTING RUN, SO THIS RUN HOLDS THE LOCK TOO
           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.

       FD F01-FROM-SITE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F01-FROM-RECORD.

       01 F01-FROM-RECORD.
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

       FD F02-TO-SITE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F02-TO-RECORD.

       01 F02-TO-RECORD.
           05  F02-PART-NAME           PIC X(20).
           05                          PIC X(30).

      * ONE TRANSFER REQUEST PER RECORD - SOURCE R (APPROVED
      * SUGGESTION) OR K (KEYED), PART, DONOR SITE, RECEIVING SITE
      * AND QUANTITY
       FD  F03-REQUEST-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F03-REQUEST-RECORD.
       01  F03-REQUEST-RECORD.
           05  F03-REQ-SOURCE          PIC X.
               88  F03-REQ-RECOMMENDED       VALUE "R".
               88  F03-REQ-KEYED             VALUE "K".
           05  F03-REQ-PART-NAME       PIC X(20).
           05  F03-REQ-FROM-WAREHOUSE  PIC X(4).
           05  F03-REQ-TO-WAREHOUSE    PIC X(4).
           05  F03-REQ-QUANTITY        PIC 9(5).
           05  F03-REQ-QUANTITY-X
                   REDEFINES F03-REQ-QUANTITY PIC X(5).

      * A SUGGESTION LINE AS THE INVENTORY RUN PRINTS IT - HEADINGS
      * AND NO-SURPLUS LINES DO NOT CARRY THE "FROM" LABEL
       FD  F04-RECOMMEND-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS F04-RECOMMEND-RECORD.
       01  F04-RECOMMEND-RECORD.
           05  F04-REC-PART-NAME       PIC X(20).
           05  F04-REC-FROM-LABEL      PIC X(7).
               88  F04-REC-SUGGESTION        VALUE "  From ".
           05  F04-REC-FROM            PIC X(4).
           05                          PIC X(5).
           05  F04-REC-TO              PIC X(4).
           05                          PIC X(6).
           05  F04-REC-QUANTITY        PIC ZZZ9.
           05                          PIC X(40).

       FD  F05-TRANSFER-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F05-TRANSFER-RECORD.

           COPY XFERORD REPLACING LEADING ==T01== BY ==F05==.

       FD  F06-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS F06-NUMBER-RECORD.
       01  F06-NUMBER-RECORD.
           05  F06-LAST-XFER-NUMBER    PIC 9(6).

       FD  F07-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F07-PRINT-RECORD.
       01  F07-PRINT-RECORD            PIC X(100).

           COPY AUDITREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY LOCKREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY ABENDWS.

           COPY LOCKWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-FROM-SITE-STATUS     PIC XX VALUE SPACES.
       01 W21-TO-SITE-STATUS       PIC XX VALUE SPACES.
       01 W22-REQUEST-STATUS       PIC XX VALUE SPACES.
       01 W23-RECOMMEND-STATUS     PIC XX VALUE SPACES.
       01 W24-TRANSFER-STATUS      PIC XX VALUE SPACES.
       01 W25-NUMBER-STATUS        PIC XX VALUE SPACES.
       01 W26-PRINT-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-REC-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-REC-EOF               VALUE "T".
           05  W01-XFR-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-XFR-EOF               VALUE "T".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(28) VALUE SPACES.
               10  PIC X(23) VALUE "Transfer Order Register".
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
               10  PIC X(9)  VALUE "Source".

       01 W03-ORDER-LINE.
           05  W03-NUMBER-OUT              PIC 9(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PART-OUT                PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-FROM-OUT                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-TO-OUT                  PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W03-QUANTITY-OUT            PIC ZZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  W03-SOURCE-OUT              PIC X(9).
           05                              PIC X(39) VALUE SPACES.

       01 W05-BAD-LINE.
           05                              PIC X(8)  VALUE SPACES.
           05  W05-BAD-PART-NAME           PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  W05-BAD-FROM                PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W05-BAD-TO                  PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  W05-BAD-REASON              PIC X(38).
           05                              PIC X(18) VALUE SPACES.

       01 W06-ERR-MSGS.
           05 W06-SOURCE-ERR               PIC X(38)
                   VALUE '*** Source must be R or K'.
           05 W06-QTY-ERR                  PIC X(38)
                   VALUE '*** Quantity not numeric or zero'.
           05 W06-FROM-ERR                 PIC X(38)
                   VALUE '*** Donor warehouse unknown'.
           05 W06-TO-ERR                   PIC X(38)
                   VALUE '*** Receiving warehouse unknown'.
           05 W06-SAME-SITE-ERR            PIC X(38)
                   VALUE '*** Donor and receiving site the same'.
           05 W06-FROM-PART-ERR            PIC X(38)
                   VALUE '*** Part not on donor site master'.
           05 W06-TO-PART-ERR              PIC X(38)
                   VALUE '*** Part not on receiving site master'.
           05 W06-NO-SUGGESTION-ERR        PIC X(38)
                   VALUE '*** No matching transfer suggestion'.
           05 W06-OVER-SUGGESTION-ERR      PIC X(38)
                   VALUE '*** More than the suggested quantity'.
           05 W06-ALREADY-ERR              PIC X(38)
                   VALUE '*** Already on an open transfer'.

      * THE TWO SITE MASTERS IN HAND - EACH IS SWITCHED ONLY WHEN A
      * REQUEST NAMES A DIFFERENT SITE
       01 W07-SITE-CONTROLS.
           05 W07-FROM-OPEN-SWITCH     PIC X     VALUE "N".
               88 W07-FROM-OPEN              VALUE "Y".
           05 W07-FROM-KNOWN-SWITCH    PIC X     VALUE "N".
               88 W07-FROM-KNOWN             VALUE "Y".
           05 W07-TO-OPEN-SWITCH       PIC X     VALUE "N".
               88 W07-TO-OPEN                VALUE "Y".
           05 W07-TO-KNOWN-SWITCH      PIC X     VALUE "N".
               88 W07-TO-KNOWN               VALUE "Y".
           05 W07-MATCH-SWITCH         PIC X     VALUE "N".
               88 W07-SITE-MATCHED           VALUE "Y".

       01 W10-REQUEST-WORK.
           05  W10-SUGGESTED-QTY       PIC 9(4)  VALUE ZERO.
           05  W10-SUGGESTION-SWITCH   PIC X     VALUE "N".
               88  W10-SUGGESTION-FOUND          VALUE "Y".
               88  W10-SUGGESTION-SHORT          VALUE "S".
               88  W10-NO-SUGGESTION             VALUE "N".
           05  W10-ON-TRANSFER-SWITCH  PIC X     VALUE "N".
               88  W10-ALREADY-ON-TRANSFER       VALUE "Y".
               88  W10-NOT-ON-TRANSFER           VALUE "N".
           05  W10-NEXT-XFER-NUMBER    PIC 9(6)  VALUE ZERO.

      * MULTI-WAREHOUSE SITE TABLE, AS THE INVENTORY RUN BUILDS IT
       01 W26-WAREHOUSE-TABLE.
           05 W26-WAREHOUSE-ENTRY OCCURS 3 TIMES.
               10 W26-SITE-CODE        PIC X(4).
               10 W26-SITE-FILE        PIC X(20).

       01 W27-WAREHOUSE-IDX            PIC 9     VALUE ZERO.

       01 W28-LOOKUP-CODE              PIC X(4)  VALUE SPACES.
       01 W28-LOOKUP-FILE              PIC X(20) VALUE SPACES.

       01 W29-FROM-SITE-CODE           PIC X(4)  VALUE SPACES.
       01 W29-FROM-SITE-FILE           PIC X(20) VALUE SPACES.

       01 W31-TO-SITE-CODE             PIC X(4)  VALUE SPACES.
       01 W31-TO-SITE-FILE             PIC X(20) VALUE SPACES.

      * READ/RAISED/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W30-RUN-COUNTS.
           05 W30-REQUESTS-READ    PIC 9(7)    VALUE ZERO.
           05 W30-ORDERS-RAISED    PIC 9(7)    VALUE ZERO.
           05 W30-REQUESTS-REJECTED PIC 9(7)   VALUE ZERO.

       01 W32-CONTROL-LINE.
           05  W32-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W32-CONTROL-COUNT           PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-REQUEST-FILE-NAME    PIC X(20)   VALUE
                                       "TransferRequests.dat".
       01 W34-INVENTORY-FILE-NAME  PIC X(20)   VALUE "ASST2.DAT".
       01 W35-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W14-FOOTER.
           05  W14-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "TransferOrders" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 110-READ-REQUEST
           PERFORM 300-PROCESS-REQUEST
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER
           IF W30-REQUESTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY ABENDPRC.

           COPY LOCKPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W35-FILE-NAME-OVERRIDE
           ACCEPT W35-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "XFER_REQUEST_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W35-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W35-FILE-NAME-OVERRIDE TO W11-REQUEST-FILE-NAME
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

       100-OPEN-FILES.
           MOVE "WH1"                  TO W26-SITE-CODE(1)
           MOVE W34-INVENTORY-FILE-NAME TO W26-SITE-FILE(1)
           MOVE "WH2"          TO W26-SITE-CODE(2)
           MOVE "ASST2WH2.DAT" TO W26-SITE-FILE(2)
           MOVE "WH3"          TO W26-SITE-CODE(3)
           MOVE "ASST2WH3.DAT" TO W26-SITE-FILE(3)

           OPEN INPUT F03-REQUEST-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-REQUEST-FILE-NAME TO ABEND-FILE-NAME
           MOVE W22-REQUEST-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F05-TRANSFER-FILE
           IF W24-TRANSFER-STATUS NOT = "05"
               MOVE "TransferOrders.dat" TO ABEND-FILE-NAME
               MOVE W24-TRANSFER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F07-PRINT-FILE
           MOVE "TransferOrderRegister.out" TO ABEND-FILE-NAME
           MOVE W26-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

      * RESUME THE TRANSFER NUMBER SEQUENCE WHERE THE LAST RUN LEFT
      * IT - THE ORDER FILE IS KEYED BY IT, SO IT MUST NEVER RESTART
           OPEN INPUT F06-NUMBER-FILE
           IF W25-NUMBER-STATUS = "00"
               READ F06-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F06-LAST-XFER-NUMBER
                           TO W10-NEXT-XFER-NUMBER
               END-READ
           END-IF
           CLOSE F06-NUMBER-FILE
           .

       200-WRITE-HEADINGS.
           WRITE F07-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F07-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F07-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       110-READ-REQUEST.
           READ F03-REQUEST-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * EVERY REQUEST IS EITHER RAISED OR LISTED WITH ITS REASON
       300-PROCESS-REQUEST.
           ADD 1 TO W30-REQUESTS-READ
           IF F03-REQ-FROM-WAREHOUSE NOT = W29-FROM-SITE-CODE
               PERFORM 305-SWITCH-FROM-SITE
           END-IF
           IF F03-REQ-TO-WAREHOUSE NOT = W31-TO-SITE-CODE
               PERFORM 307-SWITCH-TO-SITE
           END-IF

           IF NOT F03-REQ-RECOMMENDED AND NOT F03-REQ-KEYED
               MOVE W06-SOURCE-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F03-REQ-QUANTITY NOT NUMERIC
                   OR F03-REQ-QUANTITY = ZERO
               MOVE W06-QTY-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT W07-FROM-KNOWN
               MOVE W06-FROM-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF NOT W07-TO-KNOWN
               MOVE W06-TO-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
           IF F03-REQ-FROM-WAREHOUSE = F03-REQ-TO-WAREHOUSE
               MOVE W06-SAME-SITE-ERR TO W05-BAD-REASON
               PERFORM 390-WRITE-REJECT-LINE
           ELSE
               PERFORM 310-CHECK-PARTS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           PERFORM 110-READ-REQUEST
           .

       305-SWITCH-FROM-SITE.
           IF W07-FROM-OPEN
               CLOSE F01-FROM-SITE
               MOVE "N" TO W07-FROM-OPEN-SWITCH
           END-IF

           MOVE F03-REQ-FROM-WAREHOUSE TO W29-FROM-SITE-CODE
           MOVE W29-FROM-SITE-CODE TO W28-LOOKUP-CODE
           PERFORM 309-LOOK-UP-SITE
           MOVE W07-MATCH-SWITCH TO W07-FROM-KNOWN-SWITCH

           IF W07-FROM-KNOWN
               MOVE W28-LOOKUP-FILE TO W29-FROM-SITE-FILE
               OPEN INPUT F01-FROM-SITE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE W29-FROM-SITE-FILE TO ABEND-FILE-NAME
               MOVE W20-FROM-SITE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W07-FROM-OPEN TO TRUE
           END-IF
           .

       307-SWITCH-TO-SITE.
           IF W07-TO-OPEN
               CLOSE F02-TO-SITE
               MOVE "N" TO W07-TO-OPEN-SWITCH
           END-IF

           MOVE F03-REQ-TO-WAREHOUSE TO W31-TO-SITE-CODE
           MOVE W31-TO-SITE-CODE TO W28-LOOKUP-CODE
           PERFORM 309-LOOK-UP-SITE
           MOVE W07-MATCH-SWITCH TO W07-TO-KNOWN-SWITCH

           IF W07-TO-KNOWN
               MOVE W28-LOOKUP-FILE TO W31-TO-SITE-FILE
               OPEN INPUT F02-TO-SITE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE W31-TO-SITE-FILE TO ABEND-FILE-NAME
               MOVE W21-TO-SITE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               SET W07-TO-OPEN TO TRUE
           END-IF
           .

       309-LOOK-UP-SITE.
           MOVE "N" TO W07-MATCH-SWITCH
           PERFORM 306-MATCH-SITE-CODE
               VARYING W27-WAREHOUSE-IDX FROM 1 BY 1
               UNTIL W27-WAREHOUSE-IDX > 3
           .

       306-MATCH-SITE-CODE.
           IF W26-SITE-CODE(W27-WAREHOUSE-IDX) = W28-LOOKUP-CODE
               MOVE W26-SITE-FILE(W27-WAREHOUSE-IDX)
                   TO W28-LOOKUP-FILE
               SET W07-SITE-MATCHED TO TRUE
           END-IF
           .

      * THE PART MUST BE CARRIED AT BOTH ENDS - THE RECEIVING SITE
      * CANNOT POST STOCK TO A PART IT HAS NO MASTER RECORD FOR
       310-CHECK-PARTS.
           MOVE F03-REQ-PART-NAME TO F01-PART-NAME
           READ F01-FROM-SITE
               INVALID KEY
                   MOVE W06-FROM-PART-ERR TO W05-BAD-REASON
                   PERFORM 390-WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE F03-REQ-PART-NAME TO F02-PART-NAME
                   READ F02-TO-SITE
                       INVALID KEY
                           MOVE W06-TO-PART-ERR TO W05-BAD-REASON
                           PERFORM 390-WRITE-REJECT-LINE
                       NOT INVALID KEY
                           PERFORM 320-CHECK-SOURCE
                   END-READ
           END-READ
           .

      * AN APPROVED SUGGESTION MUST STILL BE ON THE INVENTORY RUN'S
      * LIST, FOR NO MORE THAN IT SUGGESTED, AND NOT ALREADY ON ITS
      * WAY - THE RUN KEEPS SUGGESTING A TRANSFER UNTIL THE GOODS
      * ARRIVE. A KEYED TRANSFER IS THE SUPERVISOR'S OWN CALL
       320-CHECK-SOURCE.
           IF F03-REQ-KEYED
               PERFORM 340-WRITE-TRANSFER-ORDER
           ELSE
               PERFORM 330-FIND-SUGGESTION
               IF W10-NO-SUGGESTION
                   MOVE W06-NO-SUGGESTION-ERR TO W05-BAD-REASON
                   PERFORM 390-WRITE-REJECT-LINE
               ELSE
               IF W10-SUGGESTION-SHORT
                   MOVE W06-OVER-SUGGESTION-ERR TO W05-BAD-REASON
                   PERFORM 390-WRITE-REJECT-LINE
               ELSE
                   PERFORM 335-CHECK-ALREADY-ON-TRANSFER
                   IF W10-ALREADY-ON-TRANSFER
                       MOVE W06-ALREADY-ERR TO W05-BAD-REASON
                       PERFORM 390-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 340-WRITE-TRANSFER-ORDER
                   END-IF
               END-IF
               END-IF
           END-IF
           .

      * APPROVALS ARE FEW, SO THE SUGGESTION LIST IS RE-READ FOR
      * EACH ONE RATHER THAN HELD IN A TABLE
       330-FIND-SUGGESTION.
           SET W10-NO-SUGGESTION TO TRUE
           MOVE SPACES TO W01-REC-EOF-SWITCH
           OPEN INPUT F04-RECOMMEND-FILE
           IF W23-RECOMMEND-STATUS = "05"
               SET W01-REC-EOF TO TRUE
           ELSE
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "TransferRecs.out" TO ABEND-FILE-NAME
               MOVE W23-RECOMMEND-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           PERFORM 331-MATCH-SUGGESTION
               UNTIL W01-REC-EOF OR W10-SUGGESTION-FOUND
           CLOSE F04-RECOMMEND-FILE
           .

       331-MATCH-SUGGESTION.
           READ F04-RECOMMEND-FILE
               AT END
                   SET W01-REC-EOF TO TRUE
               NOT AT END
                   IF F04-REC-SUGGESTION
                       AND F04-REC-PART-NAME = F03-REQ-PART-NAME
                       AND F04-REC-FROM = F03-REQ-FROM-WAREHOUSE
                       AND F04-REC-TO = F03-REQ-TO-WAREHOUSE
                       MOVE F04-REC-QUANTITY TO W10-SUGGESTED-QTY
                       IF F03-REQ-QUANTITY > W10-SUGGESTED-QTY
                           SET W10-SUGGESTION-SHORT TO TRUE
                       ELSE
                           SET W10-SUGGESTION-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      * SWEEP THE ORDER FILE FOR A TRANSFER STILL OPEN OR IN TRANSIT
      * FOR THE SAME PART BETWEEN THE SAME TWO SITES
       335-CHECK-ALREADY-ON-TRANSFER.
           SET W10-NOT-ON-TRANSFER TO TRUE
           MOVE SPACES TO W01-XFR-EOF-SWITCH
           MOVE ZERO TO F05-XFR-NUMBER
           START F05-TRANSFER-FILE
               KEY IS NOT LESS THAN F05-XFR-NUMBER
               INVALID KEY SET W01-XFR-EOF TO TRUE
           END-START

           PERFORM 336-MATCH-OPEN-TRANSFER
               UNTIL W01-XFR-EOF OR W10-ALREADY-ON-TRANSFER
           .

       336-MATCH-OPEN-TRANSFER.
           READ F05-TRANSFER-FILE NEXT RECORD
               AT END
                   SET W01-XFR-EOF TO TRUE
               NOT AT END
                   IF (F05-XFR-OPEN OR F05-XFR-IN-TRANSIT)
                       AND F05-XFR-PART-NAME = F03-REQ-PART-NAME
                       AND F05-XFR-FROM-WAREHOUSE
                           = F03-REQ-FROM-WAREHOUSE
                       AND F05-XFR-TO-WAREHOUSE
                           = F03-REQ-TO-WAREHOUSE
                       SET W10-ALREADY-ON-TRANSFER TO TRUE
                   END-IF
           END-READ
           .

       340-WRITE-TRANSFER-ORDER.
           ADD 1 TO W10-NEXT-XFER-NUMBER
           MOVE W10-NEXT-XFER-NUMBER TO F05-XFR-NUMBER
           MOVE F03-REQ-PART-NAME TO F05-XFR-PART-NAME
           MOVE F03-REQ-FROM-WAREHOUSE TO F05-XFR-FROM-WAREHOUSE
           MOVE F03-REQ-TO-WAREHOUSE TO F05-XFR-TO-WAREHOUSE
           MOVE F03-REQ-QUANTITY TO F05-XFR-QUANTITY
           MOVE F03-REQ-SOURCE TO F05-XFR-SOURCE
           MOVE RC-BUSINESS-DATE TO F05-XFR-ORDER-DATE
           MOVE SPACES TO F05-XFR-SHIP-DATE
           MOVE SPACES TO F05-XFR-RECEIVE-DATE
           MOVE ZERO TO F05-XFR-SHIP-VALUE
           SET F05-XFR-OPEN TO TRUE
           WRITE F05-TRANSFER-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TransferOrders.dat" TO ABEND-FILE-NAME
           MOVE W24-TRANSFER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W30-ORDERS-RAISED

           MOVE F05-XFR-NUMBER TO W03-NUMBER-OUT
           MOVE F05-XFR-PART-NAME TO W03-PART-OUT
           MOVE F05-XFR-FROM-WAREHOUSE TO W03-FROM-OUT
           MOVE F05-XFR-TO-WAREHOUSE TO W03-TO-OUT
           MOVE F05-XFR-QUANTITY TO W03-QUANTITY-OUT
           IF F05-XFR-RECOMMENDED
               MOVE "Suggested" TO W03-SOURCE-OUT
           ELSE
               MOVE "Keyed" TO W03-SOURCE-OUT
           END-IF
           WRITE F07-PRINT-RECORD FROM W03-ORDER-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TransferOrderRegister.out" TO ABEND-FILE-NAME
           MOVE W26-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       390-WRITE-REJECT-LINE.
           MOVE F03-REQ-PART-NAME TO W05-BAD-PART-NAME
           MOVE F03-REQ-FROM-WAREHOUSE TO W05-BAD-FROM
           MOVE F03-REQ-TO-WAREHOUSE TO W05-BAD-TO
           WRITE F07-PRINT-RECORD FROM W05-BAD-LINE
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "TransferOrderRegister.out" TO ABEND-FILE-NAME
           MOVE W26-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W30-REQUESTS-REJECTED
           .

       500-WRITE-FOOTER.
           MOVE "Transfer Requests Read" TO W32-CONTROL-LABEL
           MOVE W30-REQUESTS-READ TO W32-CONTROL-COUNT
           WRITE F07-PRINT-RECORD FROM W32-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Transfer Orders Raised" TO W32-CONTROL-LABEL
           MOVE W30-ORDERS-RAISED TO W32-CONTROL-COUNT
           WRITE F07-PRINT-RECORD FROM W32-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Requests Rejected" TO W32-CONTROL-LABEL
           MOVE W30-REQUESTS-REJECTED TO W32-CONTROL-COUNT
           WRITE F07-PRINT-RECORD FROM W32-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F07-PRINT-RECORD FROM W14-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "TransferOrders"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W30-REQUESTS-READ     TO AUDIT-RECORDS-READ
           MOVE W30-ORDERS-RAISED     TO AUDIT-RECORDS-WRITTEN
           MOVE W30-REQUESTS-REJECTED TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

      * CARRY THE LAST TRANSFER NUMBER FORWARD TO THE NEXT RUN
       600-CLOSE-FILES.
           OPEN OUTPUT F06-NUMBER-FILE
           MOVE W10-NEXT-XFER-NUMBER TO F06-LAST-XFER-NUMBER
           WRITE F06-NUMBER-RECORD
           CLOSE F06-NUMBER-FILE

           IF W07-FROM-OPEN
               CLOSE F01-FROM-SITE
           END-IF
           IF W07-TO-OPEN
               CLOSE F02-TO-SITE
           END-IF
           CLOSE F03-REQUEST-FILE
                 F05-TRANSFER-FILE
                 F07-PRINT-FILE
           .
