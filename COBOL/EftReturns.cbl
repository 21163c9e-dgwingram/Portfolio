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
       01 W20-RESPONSE-STATUS      PIC XX VALUE SPACES.
       01 W21-EFT-STATUS           PIC XX VALUE SPACES.
       PROCEDURE DIVISION.

           MOVE "EftReturns" TO ABEND-PROGRAM
           MOVE "EftReturns" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-READ-RESPONSE
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

      * ONLY PAYROLL STAFF MAY POST BANK RESPONSES AGAINST THE
      * MASTERS - CHECKED BEFORE THE RUN LOCK IS TAKEN
       080-CHECK-OPERATOR-ROLE.
           MOVE "EFT RESPONSES" TO SEC-FUNCTION
           MOVE "CS" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP FILE-NAME OVERRIDES FROM THE ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
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
           OPEN INPUT F01-RESPONSE-FILE
                I-O F03-EMPLOYEE-MASTER
           MOVE "EftReturns.out" TO ABEND-FILE-NAME
           MOVE W23-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

       200-WRITE-HEADINGS.
               PERFORM 440-WRITE-REGISTER-LINE
           ELSE
           IF F01-PAY-EFT
               MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE
               MOVE "C" TO F01-PAY-METHOD
               REWRITE F01-EMPLOYEE-RECORD
               MOVE "REWRITE" TO ABEND-OPERATION
               MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
               MOVE W22-MASTER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
               PERFORM 931-JOURNAL-EMPLOYEE

               ADD 1 TO W09-MASTERS-FLIPPED
               MOVE W04-FLIPPED-MSG TO W03-RESULT-OUT
           CLOSE F01-RESPONSE-FILE
                 F03-EMPLOYEE-MASTER
                 F04-PRINT-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
