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

           COPY DATEWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       PROCEDURE DIVISION.

           MOVE "PrenoteCycle" TO ABEND-PROGRAM
           MOVE "PrenoteCycle" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-PARAMETERS
           PERFORM 092-CHECK-OPERATOR-ROLE
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-MASTER
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

           COPY DATEPRC.

      * PICK UP FILE-NAME AND WINDOW OVERRIDES FROM THE ENVIRONMENT
           END-IF
           .

      * A RUN WITH BANK RESPONSES ON FILE IS POSTING THEM AGAINST
      * THE MASTER, AND ONLY PAYROLL STAFF MAY DO THAT. THE NIGHTLY
      * RUN WITH NOTHING BACK FROM THE BANK ONLY AGES THE PENDING
      * ACCOUNTS AND NEEDS NO SIGN-ON. THE RUN LOCK IS ALREADY HELD
      * HERE, SO A REFUSED RUN LETS IT GO BEFORE STOPPING
       092-CHECK-OPERATOR-ROLE.
           MOVE SPACES TO W01-RSP-EOF-SWITCH
           OPEN INPUT F02-RESPONSE-FILE
           READ F02-RESPONSE-FILE
               AT END
                   SET W01-RSP-EOF TO TRUE
           END-READ
           CLOSE F02-RESPONSE-FILE

           IF NOT W01-RSP-EOF
               MOVE "PRENOTE RESPONSES" TO SEC-FUNCTION
               MOVE "CS" TO SEC-ALLOWED-ROLES
               PERFORM 980-CHECK-OPERATOR-AUTHORITY
               IF SEC-REFUSED
                   PERFORM 950-RELEASE-RUN-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      * COPY ASIDE THE EMPLOYEE MASTER AND THE CHANGE JOURNAL BEFORE
      * EITHER IS OPENED, SO A FAILED RUN CAN BE PUT BACK AND RERUN
      * FROM THE TOP (SEE SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W12-MASTER-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-FILES.
           OPEN I-O F01-EMPLOYEE-MASTER
                OUTPUT F03-PRINT-FILE
           MOVE RC-BUSINESS-DATE TO DATE-CONV-YMD
           PERFORM 920-CONVERT-DATE-TO-DAYS
           MOVE DATE-CONV-DAYS TO W10-TODAY-DAYS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
      * WORK ONE EMPLOYEE'S PRENOTE STATE FORWARD
       400-PROCESS-EMPLOYEE.
           ADD 1 TO W15-MASTERS-READ
           MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE

           IF F01-PAY-EFT
               EVALUATE TRUE
           MOVE W20-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W15-MASTERS-UPDATED
           MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
           PERFORM 931-JOURNAL-EMPLOYEE
           .

       500-WRITE-FOOTER.
       600-CLOSE-FILES.
           CLOSE F01-EMPLOYEE-MASTER
                 F03-PRINT-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
