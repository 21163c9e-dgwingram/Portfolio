      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.


           COPY AUDITREC.

           COPY JRNLREC.

           COPY RUNREC.

           COPY ABENDREC.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-RETURNS-STATUS       PIC XX VALUE SPACES.
       01 W21-ADDR-STATUS          PIC XX VALUE SPACES.
       PROCEDURE DIVISION.

           MOVE "MailReturns" TO ABEND-PROGRAM
           MOVE "MailReturns" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RETURN
           PERFORM 500-WRITE-FOOTER
           PERFORM 530-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY JRNLPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           END-IF
           .

      * COPY ASIDE THE ADDRESS MASTER AND THE CHANGE JOURNAL BEFORE
      * EITHER IS OPENED, SO A FAILED RUN CAN BE PUT BACK AND RERUN
      * FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "A" TO SNAP-ADD-KIND
           MOVE W12-ADDR-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-FILES.
           OPEN INPUT F01-RETURNS-FILE
                I-O F02-ADDRESS-MASTER
           MOVE "MailReturnsWork.out" TO ABEND-FILE-NAME
           MOVE W22-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
                       ADD 1 TO W06-RETURNS-REJECTED
                       PERFORM 440-WRITE-WORK-LINE
                   ELSE
                       MOVE A01-ADDRESS-RECORD TO JRN-BEFORE-IMAGE
                       MOVE "U" TO A01-ADDR-UNDELIV
                       REWRITE A01-ADDRESS-RECORD
                       MOVE "REWRITE" TO ABEND-OPERATION
                       MOVE W12-ADDR-MASTER-NAME TO ABEND-FILE-NAME
                       MOVE W21-ADDR-STATUS TO ABEND-STATUS
                       PERFORM 905-CHECK-FILE-STATUS
                       MOVE A01-ADDRESS-RECORD TO JRN-AFTER-IMAGE
                       PERFORM 932-JOURNAL-ADDRESS

                       ADD 1 TO W06-ADDRESSES-FLAGGED
                       MOVE W04-FLAGGED-MSG TO W03-RESULT-OUT
           CLOSE F01-RETURNS-FILE
                 F02-ADDRESS-MASTER
                 F03-PRINT-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
