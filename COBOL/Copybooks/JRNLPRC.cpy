      * SHARED FIELD-LEVEL CHANGE JOURNAL, COPIED INTO THE PROCEDURE
      * DIVISION OF EACH PROGRAM THAT UPDATES THE SSN MASTER OR THE
      * ADDRESS MASTER (NEEDS ABEND-PROGRAM AND 905 FROM THE ABEND
      * COPYBOOKS). 930 IS PERFORMED AT STARTUP AND 938 AT CLOSE.
      * AFTER EACH SUCCESSFUL WRITE, REWRITE OR DELETE THE CALLER
      * LOADS JRN-BEFORE-IMAGE / JRN-AFTER-IMAGE AND PERFORMS 931
      * (SSN MASTER) OR 932 (ADDRESS MASTER); ONE JOURNAL ROW IS
      * APPENDED FOR EVERY FIELD THAT DIFFERS
       930-OPEN-CHANGE-JOURNAL.
           MOVE SPACES TO JRN-OPERATOR-ID
           ACCEPT JRN-OPERATOR-ID
               FROM ENVIRONMENT "OPERATOR_ID"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF JRN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO JRN-OPERATOR-ID
           END-IF

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF JRN-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
           MOVE JRN-FILE-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

       931-JOURNAL-EMPLOYEE.
           MOVE 1 TO JRN-FIRST-FIELD
           MOVE 22 TO JRN-LAST-FIELD
           PERFORM 933-JOURNAL-IMAGES
           .

      * THE ADDRESS RECORD IS SHORTER THAN THE IMAGE AREAS - THE
      * CALLER'S MOVE BLANKS THE REST, SO ONLY ITS OWN FIELDS COUNT
       932-JOURNAL-ADDRESS.
           MOVE 23 TO JRN-FIRST-FIELD
           MOVE 28 TO JRN-LAST-FIELD
           PERFORM 933-JOURNAL-IMAGES
           .

       933-JOURNAL-IMAGES.
           IF JRN-BEFORE-IMAGE NOT = JRN-AFTER-IMAGE
               PERFORM 934-COMPARE-FIELD
                   VARYING JRN-SUB FROM JRN-FIRST-FIELD BY 1
                   UNTIL JRN-SUB > JRN-LAST-FIELD
           END-IF
           .

      * THE KEY COMES FROM THE AFTER IMAGE, OR THE BEFORE IMAGE WHEN
      * THE RECORD WAS DELETED
       934-COMPARE-FIELD.
           MOVE JRN-TBL-OFFSET(JRN-SUB) TO JRN-OFFSET
           MOVE JRN-TBL-LENGTH(JRN-SUB) TO JRN-LENGTH
           IF JRN-BEFORE-IMAGE(JRN-OFFSET:JRN-LENGTH)
                   NOT = JRN-AFTER-IMAGE(JRN-OFFSET:JRN-LENGTH)
               IF JRN-AFTER-IMAGE(1:9) IS NUMERIC
                   MOVE JRN-AFTER-IMAGE(1:9) TO JRN-SSN
               ELSE
                   MOVE JRN-BEFORE-IMAGE(1:9) TO JRN-SSN
               END-IF
               MOVE JRN-TBL-NAME(JRN-SUB) TO JRN-FIELD-NAME

               MOVE SPACES TO JRN-RAW-VALUE
               MOVE JRN-BEFORE-IMAGE(JRN-OFFSET:JRN-LENGTH)
                   TO JRN-RAW-VALUE
               PERFORM 935-EDIT-VALUE
               MOVE JRN-EDITED-VALUE TO JRN-BEFORE-VALUE

               MOVE SPACES TO JRN-RAW-VALUE
               MOVE JRN-AFTER-IMAGE(JRN-OFFSET:JRN-LENGTH)
                   TO JRN-RAW-VALUE
               PERFORM 935-EDIT-VALUE
               MOVE JRN-EDITED-VALUE TO JRN-AFTER-VALUE

               MOVE ABEND-PROGRAM TO JRN-PROGRAM
               MOVE JRN-OPERATOR-ID TO JRN-OPERATOR
               ACCEPT JRN-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT JRN-CHANGE-TIME FROM TIME
               WRITE CHANGE-JOURNAL-RECORD
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
               MOVE JRN-FILE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               ADD 1 TO JRN-ENTRIES-WRITTEN
           END-IF
           .

      * MONEY AND HOURS GO IN WITH THEIR DECIMAL POINT; ANYTHING
      * ELSE, OR A NUMERIC FIELD HOLDING RUBBISH, GOES IN AS KEYED
       935-EDIT-VALUE.
           MOVE JRN-RAW-VALUE TO JRN-EDITED-VALUE
           IF JRN-TBL-TWO-DECIMALS(JRN-SUB)
               IF JRN-RAW-VALUE(1:JRN-LENGTH) IS NUMERIC
                   MOVE JRN-RAW-VALUE(1:JRN-LENGTH) TO JRN-DIGITS
                   COMPUTE JRN-AMOUNT = JRN-DIGITS / 100
                   MOVE JRN-AMOUNT TO JRN-AMOUNT-OUT
                   MOVE JRN-AMOUNT-OUT TO JRN-EDITED-VALUE
               END-IF
           END-IF
           .

       938-CLOSE-CHANGE-JOURNAL.
           CLOSE CHANGE-JOURNAL-FILE
           .
