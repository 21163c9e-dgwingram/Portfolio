       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaintenance.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * APPLIES A BATCH OF ADD/CHANGE/DELETE TRANSACTIONS AGAINST
      * THE CUSTOMER MASTER THE SHIPMENT RUN CREDIT-CHECKS ORDERS
      * AGAINST AND THE INVOICING RUN BILLS FROM, WITH A MAINTENANCE
      * REGISTER OF EVERY APPLIED AND REJECTED TRANSACTION. A
      * CUSTOMER WITH RECEIVABLES STILL OPEN CAN ONLY BE MADE
      * INACTIVE, NEVER DELETED
       FILE-CONTROL.
      * OPTIONAL SO THE FIRST EVER MAINTENANCE RUN CREATES THE FILE -
      * THIS PROGRAM IS ITS ONLY WRITE PATH
           SELECT OPTIONAL F01-CUSTOMER-MASTER
               ASSIGN TO DYNAMIC W11-CUSTOMER-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-CUST-NUMBER
               FILE STATUS IS W20-CUSTOMER-STATUS.

           SELECT F02-TRANS-FILE ASSIGN TO DYNAMIC W12-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-TRANS-STATUS.

           SELECT F03-PRINT-FILE ASSIGN TO 'CustMaintRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W22-PRINT-STATUS.

      * OPEN RECEIVABLES - LOOKED AT ONLY TO STOP THE DELETE OF A
      * CUSTOMER THAT STILL OWES. OPTIONAL BEFORE THE FIRST INVOICE
           SELECT OPTIONAL F04-AR-ITEM-FILE
               ASSIGN TO 'AROpenItems.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F04-AR-KEY
               FILE STATUS IS W23-AR-ITEM-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS,
      * SO IT REFUSES TO RUN WHILE ANOTHER RUN HOLDS THEM
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-CUSTOMER-MASTER
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS F01-CUSTOMER-RECORD.

           COPY CUSTREC REPLACING LEADING ==U01== BY ==F01==.

      * ONE MAINTENANCE TRANSACTION: ACTION AND THE FULL RECORD
      * IMAGE IN THE CUSTOMER MASTER'S OWN LAYOUT
       FD  F02-TRANS-FILE
           RECORD CONTAINS 154 CHARACTERS
           DATA RECORD IS F02-TRANS-RECORD.
       01  F02-TRANS-RECORD.
           05  F02-TRANS-ACTION            PIC X.
               88  F02-ACTION-ADD          VALUE "A".
               88  F02-ACTION-CHANGE       VALUE "C".
               88  F02-ACTION-DELETE       VALUE "D".
               88  F02-ACTION-VALID        VALUES "A" "C" "D".
           05  F02-TRANS-IMAGE             PIC X(153).

       FD  F03-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F03-PRINT-RECORD.
       01  F03-PRINT-RECORD                PIC X(100).

       FD  F04-AR-ITEM-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F04-AR-ITEM-RECORD.

           COPY ARITEM REPLACING LEADING ==R01== BY ==F04==.

           COPY AUDITREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY LOCKWS.

           COPY ABENDWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-CUSTOMER-STATUS      PIC XX VALUE SPACES.
       01 W21-TRANS-STATUS         PIC XX VALUE SPACES.
       01 W22-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W23-AR-ITEM-STATUS       PIC XX VALUE SPACES.

       01 W01-SWITCHES.
           05  W01-EOF-SWITCH              PIC X VALUE SPACES.
               88  W01-END-OF-FILE               VALUE "T".
           05  W01-AR-EOF-SWITCH           PIC X VALUE SPACES.
               88  W01-AR-EOF                    VALUE "T".
           05  W01-AR-FILE-SWITCH          PIC X VALUE "Y".
               88  W01-AR-FILE-PRESENT           VALUE "Y".
           05  W01-OPEN-ITEM-SWITCH        PIC X VALUE "N".
               88  W01-CUSTOMER-OWES             VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(26) VALUE SPACES.
               10  PIC X(29)
                       VALUE "Customer Maintenance Register".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(6)  VALUE "Action".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Customer".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(30) VALUE "Name".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(8)  VALUE "Result".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(6)  VALUE "Reason".

       01 W03-REGISTER-LINE.
           05  W03-ACTION-OUT              PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-CUSTOMER-OUT            PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NAME-OUT                PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-RESULT-OUT              PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-REASON-OUT              PIC X(38).
           05                              PIC X(2)  VALUE SPACES.

       01 W04-CONTROLS.
           05  W04-REJECT-SWITCH           PIC X VALUE SPACES.
               88  W04-TRANS-REJECTED            VALUE "Y".
               88  W04-TRANS-CLEAN               VALUE "N".
           05  W04-REJECT-REASON           PIC X(38) VALUE SPACES.

       01 W05-ERR-MSGS.
           05 W05-ACTION-ERR               PIC X(38)
                   VALUE 'Action must be A, C or D'.
           05 W05-CUSTOMER-ERR             PIC X(38)
                   VALUE 'Customer number cannot be blank'.
           05 W05-NAME-ERR                 PIC X(38)
                   VALUE 'Customer name cannot be blank'.
           05 W05-BILL-TO-ERR              PIC X(38)
                   VALUE 'Bill-to street and city required'.
           05 W05-SHIP-TO-ERR              PIC X(38)
                   VALUE 'Ship-to street and province required'.
           05 W05-LIMIT-ERR                PIC X(38)
                   VALUE 'Credit limit must be numeric'.
           05 W05-TERMS-ERR                PIC X(38)
                   VALUE 'Terms days must be numeric'.
           05 W05-STATUS-ERR               PIC X(38)
                   VALUE 'Status must be A or I'.
           05 W05-DUPLICATE-ERR            PIC X(38)
                   VALUE 'Customer already on master'.
           05 W05-NOT-FOUND-ERR            PIC X(38)
                   VALUE 'Customer not on master'.
           05 W05-OPEN-ITEMS-ERR           PIC X(38)
                   VALUE 'Receivables open - make inactive'.

      * READ/APPLIED/REJECTED COUNTS FOR THE SHARED AUDIT LOG
       01 W09-RUN-COUNTS.
           05 W09-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05 W09-RECORDS-APPLIED  PIC 9(7)    VALUE ZERO.
           05 W09-RECORDS-REJECTED PIC 9(7)    VALUE ZERO.

       01 W10-CONTROL-LINE.
           05  W10-CONTROL-LABEL           PIC X(38).
           05                              PIC X(4)  VALUE SPACES.
           05  W10-CONTROL-COUNT           PIC ZZZZ9.
           05                              PIC X(53) VALUE SPACES.

      * FILE-NAME DEFAULTS, OVERRIDABLE FROM THE ENVIRONMENT
       01 W11-CUSTOMER-MASTER-NAME PIC X(20)
               VALUE "CustomerMaster.dat".
       01 W12-TRANS-FILE-NAME      PIC X(20)
               VALUE "CustMaintTrans.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

       01 W15-FOOTER.
           05  W15-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "CustMaintenance" TO ABEND-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RECORD

           PERFORM 400-PROCESS-TRANSACTION
               UNTIL W01-END-OF-FILE
           PERFORM 500-WRITE-FOOTER

           IF W09-RECORDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY ABENDPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "CUSTOMER_MASTER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W11-CUSTOMER-MASTER-NAME
           END-IF

           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "CUST_TRANS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-TRANS-FILE-NAME
           END-IF
           .

       100-OPEN-FILES.
           OPEN INPUT F02-TRANS-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W12-TRANS-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-TRANS-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F01-CUSTOMER-MASTER
           IF W20-CUSTOMER-STATUS NOT = "05"
               MOVE W11-CUSTOMER-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W20-CUSTOMER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT F04-AR-ITEM-FILE
           IF W23-AR-ITEM-STATUS = "05"
               MOVE "N" TO W01-AR-FILE-SWITCH
           ELSE
               MOVE "AROpenItems.dat" TO ABEND-FILE-NAME
               MOVE W23-AR-ITEM-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT F03-PRINT-FILE
           MOVE "CustMaintRegister.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       200-WRITE-HEADINGS.
           WRITE F03-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F03-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-RECORD.
           READ F02-TRANS-FILE
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W12-TRANS-FILE-NAME TO ABEND-FILE-NAME
           MOVE W21-TRANS-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * EDIT ONE TRANSACTION, APPLY IT IF CLEAN, AND LOG IT EITHER
      * WAY - A DELETE ONLY NEEDS A USABLE KEY
       400-PROCESS-TRANSACTION.
           ADD 1 TO W09-RECORDS-READ
           SET W04-TRANS-CLEAN TO TRUE
           MOVE SPACES TO W04-REJECT-REASON
           MOVE F02-TRANS-IMAGE TO F01-CUSTOMER-RECORD

           IF NOT F02-ACTION-VALID
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-ACTION-ERR TO W04-REJECT-REASON
           ELSE
           IF F01-CUST-NUMBER = SPACES
               SET W04-TRANS-REJECTED TO TRUE
               MOVE W05-CUSTOMER-ERR TO W04-REJECT-REASON
           ELSE
           IF F02-ACTION-ADD OR F02-ACTION-CHANGE
               PERFORM 410-EDIT-CUSTOMER-FIELDS
           END-IF
           END-IF
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 430-APPLY-TRANSACTION
           END-IF

           IF W04-TRANS-CLEAN
               PERFORM 440-WRITE-APPLIED-LINE
               ADD 1 TO W09-RECORDS-APPLIED
           ELSE
               PERFORM 450-WRITE-REJECTED-LINE
               ADD 1 TO W09-RECORDS-REJECTED
           END-IF

           PERFORM 300-READ-RECORD
           .

      * AN ADD OR CHANGE CARRIES THE WHOLE RECORD - BOTH ADDRESSES
      * MUST BE USABLE (THE SHIP-TO PROVINCE DRIVES SALES TAX) AND
      * THE LIMIT AND TERMS MUST BE NUMBERS THE CREDIT CHECK AND THE
      * INVOICING RUN CAN USE
       410-EDIT-CUSTOMER-FIELDS.
           EVALUATE TRUE
               WHEN F01-CUST-NAME = SPACES
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-NAME-ERR TO W04-REJECT-REASON
               WHEN F01-BILL-STREET = SPACES
                       OR F01-BILL-CITY = SPACES
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-BILL-TO-ERR TO W04-REJECT-REASON
               WHEN F01-SHIP-STREET = SPACES
                       OR F01-SHIP-PROV = SPACES
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-SHIP-TO-ERR TO W04-REJECT-REASON
               WHEN F01-CUST-CREDIT-LIMIT NOT NUMERIC
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-LIMIT-ERR TO W04-REJECT-REASON
               WHEN F01-CUST-TERMS-DAYS NOT NUMERIC
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-TERMS-ERR TO W04-REJECT-REASON
               WHEN NOT F01-CUST-STATUS-VALID
                   SET W04-TRANS-REJECTED TO TRUE
                   MOVE W05-STATUS-ERR TO W04-REJECT-REASON
           END-EVALUATE
           .

      * WRITE/REWRITE/DELETE AGAINST THE MASTER, TURNING THE KEY
      * EXCEPTIONS INTO REGISTER REJECTS
       430-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD
                   WRITE F01-CUSTOMER-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-DUPLICATE-ERR
                               TO W04-REJECT-REASON
                   END-WRITE
               WHEN F02-ACTION-CHANGE
                   REWRITE F01-CUSTOMER-RECORD
                       INVALID KEY
                           SET W04-TRANS-REJECTED TO TRUE
                           MOVE W05-NOT-FOUND-ERR
                               TO W04-REJECT-REASON
                   END-REWRITE
               WHEN F02-ACTION-DELETE
                   PERFORM 437-CHECK-OPEN-ITEMS
                   IF W01-CUSTOMER-OWES
                       SET W04-TRANS-REJECTED TO TRUE
                       MOVE W05-OPEN-ITEMS-ERR TO W04-REJECT-REASON
                   ELSE
                       DELETE F01-CUSTOMER-MASTER
                           INVALID KEY
                               SET W04-TRANS-REJECTED TO TRUE
                               MOVE W05-NOT-FOUND-ERR
                                   TO W04-REJECT-REASON
                       END-DELETE
                   END-IF
           END-EVALUATE
           .

      * ANY ITEM STILL OPEN UNDER THE CUSTOMER MEANS IT STILL OWES
       437-CHECK-OPEN-ITEMS.
           MOVE "N" TO W01-OPEN-ITEM-SWITCH
           MOVE SPACES TO W01-AR-EOF-SWITCH
           IF NOT W01-AR-FILE-PRESENT
               SET W01-AR-EOF TO TRUE
           ELSE
               MOVE F01-CUST-NUMBER TO F04-AR-CUSTOMER
               MOVE ZERO TO F04-AR-INVOICE
               START F04-AR-ITEM-FILE
                   KEY IS NOT LESS THAN F04-AR-KEY
                   INVALID KEY SET W01-AR-EOF TO TRUE
               END-START
           END-IF

           PERFORM 438-CHECK-ONE-ITEM
               UNTIL W01-AR-EOF
           .

       438-CHECK-ONE-ITEM.
           READ F04-AR-ITEM-FILE NEXT RECORD
               AT END
                   SET W01-AR-EOF TO TRUE
               NOT AT END
                   IF F04-AR-CUSTOMER NOT = F01-CUST-NUMBER
                       SET W01-AR-EOF TO TRUE
                   ELSE
                       IF F04-AR-OPEN
                           SET W01-CUSTOMER-OWES TO TRUE
                           SET W01-AR-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

       440-WRITE-APPLIED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "APPLIED" TO W03-RESULT-OUT
           MOVE SPACES TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       450-WRITE-REJECTED-LINE.
           PERFORM 445-FORMAT-REGISTER-LINE
           MOVE "REJECTED" TO W03-RESULT-OUT
           MOVE W04-REJECT-REASON TO W03-REASON-OUT

           WRITE F03-PRINT-RECORD FROM W03-REGISTER-LINE
           .

       445-FORMAT-REGISTER-LINE.
           EVALUATE TRUE
               WHEN F02-ACTION-ADD    MOVE "ADD"    TO W03-ACTION-OUT
               WHEN F02-ACTION-CHANGE MOVE "CHANGE" TO W03-ACTION-OUT
               WHEN F02-ACTION-DELETE MOVE "DELETE" TO W03-ACTION-OUT
               WHEN OTHER MOVE F02-TRANS-ACTION TO W03-ACTION-OUT
           END-EVALUATE

           MOVE F02-TRANS-IMAGE(1:6) TO W03-CUSTOMER-OUT
           MOVE F02-TRANS-IMAGE(7:30) TO W03-NAME-OUT
           .

       500-WRITE-FOOTER.
           MOVE "Transactions Read" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-READ TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Transactions Applied" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-APPLIED TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Transactions Rejected" TO W10-CONTROL-LABEL
           MOVE W09-RECORDS-REJECTED TO W10-CONTROL-COUNT
           WRITE F03-PRINT-RECORD FROM W10-CONTROL-LINE
               AFTER ADVANCING 1 LINE

           WRITE F03-PRINT-RECORD FROM W15-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       530-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "CustMaintenance"     TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W09-RECORDS-READ      TO AUDIT-RECORDS-READ
           MOVE W09-RECORDS-APPLIED   TO AUDIT-RECORDS-WRITTEN
           MOVE W09-RECORDS-REJECTED  TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           CLOSE F02-TRANS-FILE
                 F01-CUSTOMER-MASTER
                 F04-AR-ITEM-FILE
                 F03-PRINT-FILE
           .
