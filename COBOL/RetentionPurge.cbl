       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * YEARLY RETENTION PURGE, RUN AFTER THE YEAR-END SLIPS. AN
      * EMPLOYEE TERMINATED BEFORE THE CUT-OFF - THE BUSINESS DATE
      * LESS THE RUN-CONTROL RETENTION YEARS - COMES OFF THE SSN
      * MASTER, THE SIN MASTER, THE ADDRESS MASTER AND THE DEDUCTION
      * MASTER. THEIR PAY HISTORY AND CHEQUE REGISTER ROWS STAY, SO
      * EVERY TOTAL BUILT FROM THOSE FILES STILL TIES, BUT CARRY A
      * SURROGATE ID IN PLACE OF THE IDENTITY NUMBER. THEIR CHANGE
      * JOURNAL ROWS TAKE THE SURROGATE TOO, WITH THE VALUES CHANGED
      * BLANKED, AND THEIR PENDING BANK CHANGES COME OFF - EVERY ONE
      * WAS DECIDED YEARS AGO AND THE DECISION IS IN THE JOURNAL. A
      * SURROGATE IS 000 FOLLOWED BY A SEQUENCE NUMBER - NO REAL SSN
      * OR SIN STARTS 000 - AND NO RECORD IS KEPT OF WHO IT STANDS
      * FOR. ANYONE STILL OWING ON A DECLINING-BALANCE DEDUCTION (A
      * GARNISHMENT) OR WITH A CHEQUE STILL STANDING IS HELD BACK FOR
      * A LATER YEAR. THE PURGE CERTIFICATE LISTS WHO WAS PURGED, WHO
      * WAS HELD BACK AND WHY, AND THE RECORDS TAKEN OFF EACH FILE
       FILE-CONTROL.
           SELECT F01-SSN-MASTER
               ASSIGN TO DYNAMIC W11-SSN-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F01-EMPLOYEE-SSN
               FILE STATUS IS W20-SSN-MASTER-STATUS.

      * THE CASH EXTRACT'S MASTER, KEYED BY THE SAME NUMBER
           SELECT F02-SIN-MASTER
               ASSIGN TO DYNAMIC W12-SIN-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F02-EMPLOYEE-SIN-NUMBER
               FILE STATUS IS W21-SIN-MASTER-STATUS.

           SELECT OPTIONAL F03-ADDRESS-MASTER
               ASSIGN TO DYNAMIC W13-ADDR-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F03-ADDR-SSN
               FILE STATUS IS W22-ADDRESS-STATUS.

      * DEDUCTION MASTER - READ FOR OPEN BALANCES, THEN COPIED BACK
      * WHOLE WITHOUT THE PURGED EMPLOYEES' ROWS, AS THE REGISTER
      * REWRITES IT
           SELECT OPTIONAL F04-DEDUCT-FILE ASSIGN TO 'DeductMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-DEDUCT-STATUS.

           SELECT F05-DEDUCT-WORK ASSIGN TO 'PurgeDeductWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-DEDUCT-WORK-STATUS.

      * PAY HISTORY AND CHEQUE REGISTER - RE-KEYED THROUGH A WORK
      * FILE AND COPIED BACK; NOTHING ELSE ON THE ROW CHANGES
           SELECT OPTIONAL F06-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-HISTORY-STATUS.

           SELECT F07-HISTORY-WORK ASSIGN TO 'PurgeHistoryWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-HISTORY-WORK-STATUS.

           SELECT OPTIONAL F08-REGISTER-FILE
               ASSIGN TO 'ChequeRegister.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-REGISTER-STATUS.

           SELECT F09-REGISTER-WORK ASSIGN TO 'PurgeRegisterWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W28-REGISTER-WORK-STATUS.

      * THE REGISTER IN CHEQUE-NUMBER ORDER, FILE ORDER KEPT WITHIN
      * A NUMBER, SO EACH CHEQUE'S LAST RECORD GIVES ITS STATE
           SELECT SD-REGISTER-SORT ASSIGN TO 'PURGEWK1.TMP'.

      * NEXT SURROGATE SEQUENCE NUMBER, CARRIED ACROSS RUNS SO NO
      * SURROGATE IS EVER ISSUED TWICE
           SELECT OPTIONAL F10-SURROGATE-FILE
               ASSIGN TO 'PurgeSurrogate.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W29-SURROGATE-STATUS.

           SELECT F11-PRINT-FILE ASSIGN TO 'PurgeCertificate.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W30-PRINT-STATUS.

      * THE SNAPSHOT COPIES TAKEN AT THE START STILL HOLD WHAT WAS
      * PURGED - EACH IS EMPTIED THROUGH THIS ONCE THE SET IS CLOSED
           SELECT F12-SCRUB-FILE ASSIGN TO DYNAMIC W19-SCRUB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W31-SCRUB-STATUS.

      * CHANGE JOURNAL RE-KEYED THROUGH A WORK FILE AND COPIED BACK
           SELECT F13-JOURNAL-WORK ASSIGN TO 'PurgeJournalWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W35-JOURNAL-WORK-STATUS.

      * PENDING BANK CHANGES - COPIED BACK WITHOUT THE PURGED ROWS
           SELECT OPTIONAL F14-PENDING-FILE ASSIGN TO 'BankPending.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W36-PENDING-STATUS.

           SELECT F15-PENDING-WORK ASSIGN TO 'PurgePendingWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W37-PENDING-WORK-STATUS.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-SSN-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY EMPREC.

       FD  F02-SIN-MASTER
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS F02-EMPLOYEE-RECORD.
       01  F02-EMPLOYEE-RECORD.
           05 F02-EMPLOYEE-NAME        PIC X(18).
           05 F02-EMPLOYEE-SIN-NUMBER  PIC X(9).
           05 F02-DEPT-CODE            PIC X(4).
           05 F02-EMPLOYEE-GROSS-PAY   PIC 9(3)V99.

       FD  F03-ADDRESS-MASTER
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS F03-ADDRESS-RECORD.

           COPY ADDRREC REPLACING LEADING ==A01== BY ==F03==.

       FD  F04-DEDUCT-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F04-DEDUCT-RECORD.

       01  F04-DEDUCT-RECORD.
           05  F04-DED-SSN                 PIC 9(9).
           05  F04-DED-CODE                PIC X(3).
           05  F04-DED-CALC-TYPE           PIC X.
           05  F04-DED-RATE                PIC 9V9999.
           05  F04-DED-AMOUNT              PIC 9(5)V99.
           05  F04-DED-PRIORITY            PIC 9.
           05  F04-DED-DECLINING           PIC X.
           05  F04-DED-BALANCE             PIC 9(7)V99.
           05  F04-DED-PAYEE               PIC X(20).

       FD  F05-DEDUCT-WORK
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F05-DEDUCT-WORK-RECORD.

       01  F05-DEDUCT-WORK-RECORD          PIC X(56).

       FD  F06-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F06-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F06==.

       FD  F07-HISTORY-WORK
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F07-HISTORY-WORK-RECORD.

       01  F07-HISTORY-WORK-RECORD         PIC X(110).

       FD  F08-REGISTER-FILE
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F08-REGISTER-RECORD.
       01  F08-REGISTER-RECORD.
           05  F08-REG-CHEQUE-NUMBER       PIC 9(6).
           05  F08-REG-SSN                 PIC 9(9).
           05  F08-REG-AMOUNT              PIC 9(7)V99.
           05  F08-REG-DATE                PIC X(8).
           05  F08-REG-STATUS              PIC X.

       FD  F09-REGISTER-WORK
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F09-REGISTER-WORK-RECORD.

       01  F09-REGISTER-WORK-RECORD        PIC X(33).

       SD  SD-REGISTER-SORT
           DATA RECORD IS SD-REGISTER-RECORD.

       01  SD-REGISTER-RECORD.
           05  SD-REG-CHEQUE-NUMBER        PIC 9(6).
           05  SD-REG-SEQUENCE             PIC 9(7).
           05  SD-REG-SSN                  PIC 9(9).
           05  SD-REG-STATUS               PIC X.

       FD  F10-SURROGATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS F10-SURROGATE-RECORD.
       01  F10-SURROGATE-RECORD.
           05  F10-NEXT-SURROGATE          PIC 9(6).

       FD  F11-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F11-PRINT-RECORD.

       01  F11-PRINT-RECORD                PIC X(110).

       FD  F12-SCRUB-FILE
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS F12-SCRUB-RECORD.

       01  F12-SCRUB-RECORD                PIC X.

       FD  F13-JOURNAL-WORK
           RECORD CONTAINS 129 CHARACTERS
           DATA RECORD IS F13-JOURNAL-WORK-RECORD.

       01  F13-JOURNAL-WORK-RECORD         PIC X(129).

       FD  F14-PENDING-FILE
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS F14-PENDING-RECORD.

           COPY BANKPEND REPLACING LEADING ==B01== BY ==F14==.

       FD  F15-PENDING-WORK
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS F15-PENDING-WORK-RECORD.

       01  F15-PENDING-WORK-RECORD         PIC X(149).

           COPY JRNLREC.

           COPY AUDITREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY ABENDWS.

           COPY SNAPWS.

           COPY MASKWS.

           COPY SECWS.

           COPY JRNLWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-SSN-MASTER-STATUS    PIC XX VALUE SPACES.
       01 W21-SIN-MASTER-STATUS    PIC XX VALUE SPACES.
       01 W22-ADDRESS-STATUS       PIC XX VALUE SPACES.
       01 W23-DEDUCT-STATUS        PIC XX VALUE SPACES.
       01 W24-DEDUCT-WORK-STATUS   PIC XX VALUE SPACES.
       01 W25-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W26-HISTORY-WORK-STATUS  PIC XX VALUE SPACES.
       01 W27-REGISTER-STATUS      PIC XX VALUE SPACES.
       01 W28-REGISTER-WORK-STATUS PIC XX VALUE SPACES.
       01 W29-SURROGATE-STATUS     PIC XX VALUE SPACES.
       01 W30-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W31-SCRUB-STATUS         PIC XX VALUE SPACES.
       01 W35-JOURNAL-WORK-STATUS  PIC XX VALUE SPACES.
       01 W36-PENDING-STATUS       PIC XX VALUE SPACES.
       01 W37-PENDING-WORK-STATUS  PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-MASTER-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-MASTER-EOF            VALUE "T".
           05  W01-FILE-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-FILE-EOF              VALUE "T".
           05  W01-WORK-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-WORK-EOF              VALUE "T".
           05  W01-SORT-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-SORT-EOF              VALUE "T".
           05  W01-REFUSED-SWITCH      PIC X VALUE "N".
               88  W01-PURGE-REFUSED         VALUE "Y".
           05  W01-HELD-SWITCH         PIC X VALUE "N".
               88  W01-HOLDING-CHEQUE        VALUE "Y".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(32) VALUE SPACES.
               10  PIC X(33)
                       VALUE "Employee Retention Purge".
           05  W02-CERTIFICATE-HEADING.
               10  PIC X(32) VALUE SPACES.
               10  PIC X(33)
                       VALUE "      Purge Certificate".
           05  W02-CUTOFF-LINE.
               10  PIC X(17) VALUE "Retention Years: ".
               10  W02-YEARS-OUT           PIC Z9.
               10  PIC X(24) VALUE "   Terminated Before:   ".
               10  W02-CUTOFF-OUT          PIC X(8).
           05  W02-PURGED-TITLE.
               10  PIC X(16) VALUE "Employees Purged".
           05  W02-HELD-TITLE.
               10  PIC X(33)
                       VALUE "Held Back - Not Purged This Year".
           05  W02-COLUMN-HEADINGS.
               10  PIC X(11) VALUE "SSN".
               10  PIC X(15) VALUE "Last Name".
               10  PIC X(14) VALUE "First Name".
               10  PIC X(10) VALUE "Term Date".
               10  PIC X(9)  VALUE "Surrogate".
               10  PIC X(7)  VALUE "   Empl".
               10  PIC X(7)  VALUE "    SIN".
               10  PIC X(7)  VALUE "   Addr".
               10  PIC X(7)  VALUE " Deduct".
               10  PIC X(7)  VALUE " PayHst".
               10  PIC X(7)  VALUE " Cheque".
           05  W02-HELD-HEADINGS.
               10  PIC X(11) VALUE "SSN".
               10  PIC X(15) VALUE "Last Name".
               10  PIC X(14) VALUE "First Name".
               10  PIC X(10) VALUE "Term Date".
               10  PIC X(6)  VALUE "Reason".

      * ONE PURGED EMPLOYEE AND THE RECORDS TAKEN OFF OR RE-KEYED ON
      * EACH FILE
       01 W03-DETAIL-LINE.
           05  W03-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-LAST-NAME-OUT           PIC X(14).
           05                              PIC X     VALUE SPACE.
           05  W03-FIRST-NAME-OUT          PIC X(12).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-TERM-DATE-OUT           PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-SURROGATE-OUT           PIC 9(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-EMPL-OUT                PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-SIN-OUT                 PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-ADDR-OUT                PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DEDUCT-OUT              PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-HISTORY-OUT             PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-CHEQUE-OUT              PIC ZZZZ9.

       01 W04-HELD-LINE.
           05  W04-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-LAST-NAME-OUT           PIC X(14).
           05                              PIC X     VALUE SPACE.
           05  W04-FIRST-NAME-OUT          PIC X(12).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-TERM-DATE-OUT           PIC X(8).
           05                              PIC X(2)  VALUE SPACES.
           05  W04-REASON-OUT              PIC X(50).

       01 W05-MESSAGES.
           05  W05-NONE-LINE.
               10  PIC X(11) VALUE SPACES.
               10  PIC X(6)  VALUE "(none)".
           05  W05-REFUSE-LINE.
               10  PIC X(19) VALUE "** PURGE REFUSED - ".
               10  W05-REFUSE-REASON       PIC X(50).
           05  W05-GARNISH-MSG             PIC X(50)
                   VALUE "GARNISHMENT BALANCE STILL OWING".
           05  W05-CHEQUE-MSG              PIC X(50)
                   VALUE "CHEQUE STILL OUTSTANDING".
           05  W05-BOTH-MSG                PIC X(50)
                   VALUE "GARNISHMENT BALANCE AND CHEQUE OUTSTANDING".
           05  W05-TABLE-FULL-MSG.
               10  PIC X(11) VALUE SPACES.
               10  PIC X(33)
                       VALUE "*** MORE PAST RETENTION THAN ONE ".
               10  PIC X(30)
                       VALUE "RUN TAKES - RERUN FOR THE REST".
           05  W05-CERTIFY-LINE-1.
               10  PIC X(36)
                       VALUE "The employees listed as purged were ".
               10  PIC X(39)
                       VALUE "removed from the employee, address and ".
               10  PIC X(18)
                       VALUE "deduction masters,".
           05  W05-CERTIFY-LINE-2.
               10  PIC X(33)
                       VALUE "and their pay history and cheque ".
               10  PIC X(33)
                       VALUE "register rows now carry only the ".
               10  PIC X(19)
                       VALUE "surrogate ID shown.".
           05  W05-CERTIFY-LINE-3.
               10  PIC X(36)
                       VALUE "Their pending bank changes were remo".
               10  PIC X(36)
                       VALUE "ved, and their change journal rows c".
               10  PIC X(10)
                       VALUE "arry that ".
           05  W05-CERTIFY-LINE-4.
               10  PIC X(36)
                       VALUE "surrogate ID with the values changed".
               10  PIC X(9)
                       VALUE " blanked.".

       01 W06-COUNT-LINE.
           05  W06-COUNT-LABEL             PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W06-COUNT-OUT               PIC ZZZZZZ9.
           05                              PIC X(61) VALUE SPACES.

       01 W07-TIE-LINE.
           05  W07-TIE-LABEL               PIC X(40).
           05  W07-TIE-BEFORE              PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W07-TIE-AFTER               PIC ZZZ,ZZZ,ZZ9.99-.
           05                              PIC X(2)  VALUE SPACES.
           05  W07-TIE-RESULT              PIC X(12).

       01 W09-ROW-TIE-LINE.
           05  W09-TIE-LABEL               PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W09-TIE-BEFORE              PIC ZZZZZZZZ9.
           05                              PIC X(8)  VALUE SPACES.
           05  W09-TIE-AFTER               PIC ZZZZZZZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  W09-TIE-RESULT              PIC X(12).

       01 W08-TIE-HEADING.
           05  PIC X(44) VALUE SPACES.
           05  PIC X(17) VALUE "Before".
           05  PIC X(12) VALUE "After".

      * EVERYONE ELIGIBLE, IN SSN ORDER AS THE MASTER DELIVERS THEM,
      * WITH WHAT HOLDS THEM BACK AND WHAT THE PURGE DID TO EACH FILE
       01 W10-PURGE-TABLE.
           05  W10-ENTRY-COUNT             PIC 9(4)  VALUE ZERO.
           05  W10-ENTRY OCCURS 1000 TIMES.
               10  W10-SSN                 PIC 9(9).
               10  W10-LAST-NAME           PIC X(14).
               10  W10-FIRST-NAME          PIC X(12).
               10  W10-TERM-DATE           PIC X(8).
               10  W10-GARNISH-SWITCH      PIC X.
                   88  W10-GARNISH-OPEN            VALUE "Y".
               10  W10-CHEQUE-SWITCH       PIC X.
                   88  W10-CHEQUE-OPEN             VALUE "Y".
               10  W10-PURGE-SWITCH        PIC X.
                   88  W10-PURGED                  VALUE "Y".
               10  W10-SURROGATE           PIC 9(9).
               10  W10-EMPL-COUNT          PIC 9(5).
               10  W10-SIN-COUNT           PIC 9(5).
               10  W10-ADDR-COUNT          PIC 9(5).
               10  W10-DEDUCT-COUNT        PIC 9(5).
               10  W10-HISTORY-COUNT       PIC 9(5).
               10  W10-CHEQUE-COUNT        PIC 9(5).

       01 W14-TABLE-WORK.
           05  W14-SUB                     PIC 9(4)  VALUE ZERO.
           05  W14-FOUND-SUB               PIC 9(4)  VALUE ZERO.
           05  W14-LOOKUP-SSN              PIC 9(9)  VALUE ZERO.

       01 W11-SSN-MASTER-NAME      PIC X(20)   VALUE "Asst3.dat".
       01 W12-SIN-MASTER-NAME      PIC X(20)   VALUE "Asst1.dat".
       01 W13-ADDR-MASTER-NAME     PIC X(20)   VALUE "EmpAddress.dat".
       01 W16-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

      * THE CUT-OFF - SAME MONTH AND DAY AS THE BUSINESS DATE, THE
      * RETENTION YEARS EARLIER. A TERMINATION DATED BEFORE IT IS
      * PAST RETENTION
       01 W15-CUTOFF.
           05  W15-CUTOFF-DATE.
               10  W15-CUTOFF-YEAR         PIC 9(4).
               10  W15-CUTOFF-MMDD         PIC X(4).
           05  W15-BUSINESS-YEAR           PIC 9(4).

      * A SURROGATE ID - THE 000 PREFIX NO ISSUED NUMBER CARRIES, THEN
      * THE NEXT NUMBER IN THE SEQUENCE
       01 W17-SURROGATE.
           05  W17-SURROGATE-ID.
               10  W17-SURROGATE-PREFIX    PIC 9(3)  VALUE ZERO.
               10  W17-SURROGATE-SEQ       PIC 9(6)  VALUE ZERO.
           05  W17-SURROGATE-NUMBER REDEFINES W17-SURROGATE-ID
                                           PIC 9(9).
           05  W17-NEXT-SURROGATE          PIC 9(6)  VALUE 1.

       01 W18-RUN-COUNTS.
           05  W18-MASTER-READ             PIC 9(7)  VALUE ZERO.
           05  W18-TERMINATED              PIC 9(7)  VALUE ZERO.
           05  W18-NO-TERM-DATE            PIC 9(7)  VALUE ZERO.
           05  W18-ELIGIBLE                PIC 9(7)  VALUE ZERO.
           05  W18-LEFT-OVER               PIC 9(7)  VALUE ZERO.
           05  W18-HELD-GARNISH            PIC 9(7)  VALUE ZERO.
           05  W18-HELD-CHEQUE             PIC 9(7)  VALUE ZERO.
           05  W18-HELD                    PIC 9(7)  VALUE ZERO.
           05  W18-PURGED                  PIC 9(7)  VALUE ZERO.
           05  W18-EMPL-DELETED            PIC 9(7)  VALUE ZERO.
           05  W18-SIN-DELETED             PIC 9(7)  VALUE ZERO.
           05  W18-ADDR-DELETED            PIC 9(7)  VALUE ZERO.
           05  W18-DEDUCT-REMOVED          PIC 9(7)  VALUE ZERO.
           05  W18-HISTORY-READ            PIC 9(7)  VALUE ZERO.
           05  W18-HISTORY-WRITTEN         PIC 9(7)  VALUE ZERO.
           05  W18-HISTORY-REKEYED         PIC 9(7)  VALUE ZERO.
           05  W18-REGISTER-READ           PIC 9(7)  VALUE ZERO.
           05  W18-REGISTER-WRITTEN        PIC 9(7)  VALUE ZERO.
           05  W18-REGISTER-REKEYED        PIC 9(7)  VALUE ZERO.
           05  W18-REGISTER-SEQUENCE       PIC 9(7)  VALUE ZERO.
           05  W18-JOURNAL-READ            PIC 9(7)  VALUE ZERO.
           05  W18-JOURNAL-WRITTEN         PIC 9(7)  VALUE ZERO.
           05  W18-JOURNAL-REKEYED         PIC 9(7)  VALUE ZERO.
           05  W18-PENDING-READ            PIC 9(7)  VALUE ZERO.
           05  W18-PENDING-WRITTEN         PIC 9(7)  VALUE ZERO.
           05  W18-PENDING-REMOVED         PIC 9(7)  VALUE ZERO.

      * THE RE-KEYED FILES' MONEY BEFORE AND AFTER - ONLY THE
      * IDENTITY NUMBER CHANGES, SO EACH PAIR MUST AGREE
       01 W32-TIE-TOTALS.
           05  W32-HISTORY-GROSS-BEFORE    PIC S9(9)V99 VALUE ZERO.
           05  W32-HISTORY-GROSS-AFTER     PIC S9(9)V99 VALUE ZERO.
           05  W32-HISTORY-NET-BEFORE      PIC S9(9)V99 VALUE ZERO.
           05  W32-HISTORY-NET-AFTER       PIC S9(9)V99 VALUE ZERO.
           05  W32-REGISTER-BEFORE         PIC S9(9)V99 VALUE ZERO.
           05  W32-REGISTER-AFTER          PIC S9(9)V99 VALUE ZERO.

      * A CHEQUE NUMBER'S CURRENT STATE IN THE SORTED REGISTER
       01 W33-CHEQUE-WORK.
           05  W33-NUMBER                  PIC 9(6)  VALUE ZERO.
           05  W33-SSN                     PIC 9(9)  VALUE ZERO.
           05  W33-STATUS                  PIC X     VALUE SPACE.
               88  W33-STANDING                  VALUES "I" "R".

       01 W19-SCRUB-FILE-NAME      PIC X(34)   VALUE SPACES.

       01 W34-FOOTER.
           05  W34-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "RetentionPurge" TO ABEND-PROGRAM
           MOVE "RetentionPurge" TO SEC-PROGRAM
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-PARAMETERS

           IF W01-PURGE-REFUSED
               PERFORM 100-OPEN-PRINT-FILE
               PERFORM 200-WRITE-HEADINGS
               WRITE F11-PRINT-RECORD FROM W05-REFUSE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 095-SNAPSHOT-MASTERS
               PERFORM 100-OPEN-PRINT-FILE
               PERFORM 110-OPEN-MASTERS
               PERFORM 200-WRITE-HEADINGS
               PERFORM 300-SELECT-ELIGIBLE
               IF W10-ENTRY-COUNT > ZERO
                   PERFORM 320-CHECK-GARNISHMENTS
                   PERFORM 330-CHECK-OUTSTANDING-CHEQUES
                   PERFORM 340-ASSIGN-SURROGATES
               END-IF
               IF W18-PURGED > ZERO
                   PERFORM 400-PURGE-MASTERS
                   PERFORM 450-PURGE-DEDUCTIONS
                   PERFORM 460-REKEY-PAY-HISTORY
                   PERFORM 470-REKEY-CHEQUE-REGISTER
                   PERFORM 480-SAVE-NEXT-SURROGATE
                   PERFORM 490-REKEY-CHANGE-JOURNAL
                   PERFORM 495-PURGE-BANK-CHANGES
               END-IF
               PERFORM 500-WRITE-CERTIFICATE
      * SOMEONE STILL DUE FOR PURGING - FLAG THE RUN FOR FOLLOW-UP
               IF W18-HELD > ZERO OR W18-LEFT-OVER > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           IF NOT W01-PURGE-REFUSED
               PERFORM 975-MARK-SNAPSHOT-COMPLETE
               IF RETURN-CODE NOT = 12
                   PERFORM 650-SCRUB-SNAPSHOT-COPIES
               END-IF
           END-IF
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY ABENDPRC.

           COPY SNAPPRC.

           COPY MASKPRC.

           COPY SECPRC.

      * THE USUAL MASTER FILE-NAME OVERRIDES, AND THE CUT-OFF DATE
      * FROM THE RUN-CONTROL RETENTION YEARS. ZERO YEARS WOULD PURGE
      * EVERYONE EVER TERMINATED, SO IT IS REFUSED
       090-GET-PARAMETERS.
           MOVE SPACES TO W16-FILE-NAME-OVERRIDE
           ACCEPT W16-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W16-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W16-FILE-NAME-OVERRIDE TO W11-SSN-MASTER-NAME
           END-IF

           MOVE SPACES TO W16-FILE-NAME-OVERRIDE
           ACCEPT W16-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST1_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W16-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W16-FILE-NAME-OVERRIDE TO W12-SIN-MASTER-NAME
           END-IF

           MOVE SPACES TO W16-FILE-NAME-OVERRIDE
           ACCEPT W16-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "EMP_ADDRESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W16-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W16-FILE-NAME-OVERRIDE TO W13-ADDR-MASTER-NAME
           END-IF

           MOVE RC-PURGEYRS TO W02-YEARS-OUT
           MOVE SPACES TO W15-CUTOFF-DATE
           EVALUATE TRUE
               WHEN RC-BUSINESS-DATE IS NOT NUMERIC
                   MOVE "BUSINESS DATE IS NOT A DATE"
                       TO W05-REFUSE-REASON
                   SET W01-PURGE-REFUSED TO TRUE
               WHEN RC-PURGEYRS = ZERO
                   MOVE "RETENTION YEARS MUST BE 1 OR MORE"
                       TO W05-REFUSE-REASON
                   SET W01-PURGE-REFUSED TO TRUE
               WHEN OTHER
                   MOVE RC-BUSINESS-DATE(1:4) TO W15-BUSINESS-YEAR
                   COMPUTE W15-CUTOFF-YEAR =
                       W15-BUSINESS-YEAR - RC-PURGEYRS
                   MOVE RC-BUSINESS-DATE(5:4) TO W15-CUTOFF-MMDD
           END-EVALUATE
           MOVE W15-CUTOFF-DATE TO W02-CUTOFF-OUT
           .

      * COPY ASIDE EVERY FILE THE PURGE CHANGES BEFORE ANY IS OPENED,
      * SO A FAILED RUN CAN BE PUT BACK AND RERUN FROM THE TOP (SEE
      * SNAPPRC)
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W11-SSN-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "N" TO SNAP-ADD-KIND
           MOVE W12-SIN-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "A" TO SNAP-ADD-KIND
           MOVE W13-ADDR-MASTER-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "DeductMaster.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "PayHistory.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChequeRegister.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "PurgeSurrogate.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "BankPending.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-PRINT-FILE.
           OPEN OUTPUT F11-PRINT-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "PurgeCertificate.out" TO ABEND-FILE-NAME
           MOVE W30-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A SITE THAT HAS NEVER KEYED AN ADDRESS HAS NO ADDRESS MASTER -
      * THE OPTIONAL OPEN SAYS SO WITH STATUS "05"
       110-OPEN-MASTERS.
           OPEN I-O F01-SSN-MASTER
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE W11-SSN-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W20-SSN-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F02-SIN-MASTER
           MOVE W12-SIN-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W21-SIN-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F03-ADDRESS-MASTER
           IF W22-ADDRESS-STATUS NOT = "05"
               MOVE W13-ADDR-MASTER-NAME TO ABEND-FILE-NAME
               MOVE W22-ADDRESS-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       200-WRITE-HEADINGS.
           WRITE F11-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F11-PRINT-RECORD FROM W02-CERTIFICATE-HEADING
           WRITE F11-PRINT-RECORD FROM RC-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE F11-PRINT-RECORD FROM W02-CUTOFF-LINE
               AFTER ADVANCING 1 LINE
           .

      * ONE PASS OF THE SSN MASTER IN KEY ORDER FOR EVERYONE
      * TERMINATED BEFORE THE CUT-OFF
       300-SELECT-ELIGIBLE.
           PERFORM 305-READ-MASTER
           PERFORM 310-CONSIDER-EMPLOYEE
               UNTIL W01-MASTER-EOF
           .

       305-READ-MASTER.
           READ F01-SSN-MASTER NEXT RECORD
               AT END SET W01-MASTER-EOF TO TRUE
           END-READ
           MOVE "READ" TO ABEND-OPERATION
           MOVE W11-SSN-MASTER-NAME TO ABEND-FILE-NAME
           MOVE W20-SSN-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           .

      * A TERMINATION WITH NO USABLE DATE CANNOT BE AGED, SO IT IS
      * COUNTED AND LEFT FOR MAINTENANCE TO DATE. WHEN THE TABLE IS
      * FULL THE REST WAIT FOR A SECOND RUN
       310-CONSIDER-EMPLOYEE.
           ADD 1 TO W18-MASTER-READ
           IF F01-EMP-TERMINATED
               ADD 1 TO W18-TERMINATED
               IF F01-TERM-DATE IS NOT NUMERIC
                   ADD 1 TO W18-NO-TERM-DATE
               ELSE
               IF F01-TERM-DATE < W15-CUTOFF-DATE
                   ADD 1 TO W18-ELIGIBLE
                   IF W10-ENTRY-COUNT < 1000
                       ADD 1 TO W10-ENTRY-COUNT
                       MOVE W10-ENTRY-COUNT TO W14-SUB
                       PERFORM 315-LOAD-ENTRY
                   ELSE
                       ADD 1 TO W18-LEFT-OVER
                   END-IF
               END-IF
               END-IF
           END-IF

           PERFORM 305-READ-MASTER
           .

       315-LOAD-ENTRY.
           MOVE F01-EMPLOYEE-SSN TO W10-SSN(W14-SUB)
           MOVE F01-LAST-NAME TO W10-LAST-NAME(W14-SUB)
           MOVE F01-FIRST-NAME TO W10-FIRST-NAME(W14-SUB)
           MOVE F01-TERM-DATE TO W10-TERM-DATE(W14-SUB)
           MOVE "N" TO W10-GARNISH-SWITCH(W14-SUB)
           MOVE "N" TO W10-CHEQUE-SWITCH(W14-SUB)
           MOVE "N" TO W10-PURGE-SWITCH(W14-SUB)
           MOVE ZERO TO W10-SURROGATE(W14-SUB)
           MOVE ZERO TO W10-EMPL-COUNT(W14-SUB)
           MOVE ZERO TO W10-SIN-COUNT(W14-SUB)
           MOVE ZERO TO W10-ADDR-COUNT(W14-SUB)
           MOVE ZERO TO W10-DEDUCT-COUNT(W14-SUB)
           MOVE ZERO TO W10-HISTORY-COUNT(W14-SUB)
           MOVE ZERO TO W10-CHEQUE-COUNT(W14-SUB)
           .

      * A DECLINING-BALANCE ROW WITH MONEY STILL OWING HOLDS ITS
      * EMPLOYEE BACK - THE ORDER IS NOT SATISFIED
       320-CHECK-GARNISHMENTS.
           OPEN INPUT F04-DEDUCT-FILE
           IF W23-DEDUCT-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "DeductMaster.dat" TO ABEND-FILE-NAME
               MOVE W23-DEDUCT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO W01-FILE-EOF-SWITCH
           PERFORM 325-CHECK-ONE-DEDUCTION
               UNTIL W01-FILE-EOF
           CLOSE F04-DEDUCT-FILE
           .

       325-CHECK-ONE-DEDUCTION.
           READ F04-DEDUCT-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   IF F04-DED-SSN IS NUMERIC
                           AND F04-DED-DECLINING = "D"
                           AND F04-DED-BALANCE IS NUMERIC
                           AND F04-DED-BALANCE > ZERO
                       MOVE F04-DED-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                       IF W14-FOUND-SUB > ZERO
                           MOVE "Y"
                               TO W10-GARNISH-SWITCH(W14-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ
           .

      * EVERY CHEQUE WHOSE LAST REGISTER RECORD STILL LEAVES IT
      * ISSUED OR REISSUED HOLDS ITS PAYEE BACK
       330-CHECK-OUTSTANDING-CHEQUES.
           SORT SD-REGISTER-SORT
               ON ASCENDING KEY SD-REG-CHEQUE-NUMBER
               ON ASCENDING KEY SD-REG-SEQUENCE
               INPUT PROCEDURE IS 331-RELEASE-REGISTER
               OUTPUT PROCEDURE IS 335-FIND-STANDING-CHEQUES
           .

       331-RELEASE-REGISTER.
           MOVE ZERO TO W18-REGISTER-SEQUENCE
           OPEN INPUT F08-REGISTER-FILE
           IF W27-REGISTER-STATUS NOT = "05"
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
               MOVE W27-REGISTER-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO W01-FILE-EOF-SWITCH
           PERFORM 332-READ-AND-RELEASE
               UNTIL W01-FILE-EOF
           CLOSE F08-REGISTER-FILE
           .

       332-READ-AND-RELEASE.
           READ F08-REGISTER-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W18-REGISTER-SEQUENCE
                   MOVE F08-REG-CHEQUE-NUMBER TO SD-REG-CHEQUE-NUMBER
                   MOVE W18-REGISTER-SEQUENCE TO SD-REG-SEQUENCE
                   MOVE F08-REG-SSN TO SD-REG-SSN
                   MOVE F08-REG-STATUS TO SD-REG-STATUS
                   RELEASE SD-REGISTER-RECORD
           END-READ
           .

      * CONTROL BREAK ON CHEQUE NUMBER, AS THE RECONCILIATION DOES IT
       335-FIND-STANDING-CHEQUES.
           MOVE "N" TO W01-HELD-SWITCH
           MOVE SPACES TO W01-SORT-EOF-SWITCH
           PERFORM 336-RETURN-SORTED
           PERFORM 337-TAKE-SORTED-RECORD
               UNTIL W01-SORT-EOF
           IF W01-HOLDING-CHEQUE
               PERFORM 338-CLOSE-CHEQUE
           END-IF
           .

       336-RETURN-SORTED.
           RETURN SD-REGISTER-SORT
               AT END SET W01-SORT-EOF TO TRUE
           END-RETURN
           .

       337-TAKE-SORTED-RECORD.
           IF W01-HOLDING-CHEQUE
                   AND SD-REG-CHEQUE-NUMBER NOT = W33-NUMBER
               PERFORM 338-CLOSE-CHEQUE
           END-IF

           SET W01-HOLDING-CHEQUE TO TRUE
           MOVE SD-REG-CHEQUE-NUMBER TO W33-NUMBER
           MOVE SD-REG-SSN TO W33-SSN
           MOVE SD-REG-STATUS TO W33-STATUS

           PERFORM 336-RETURN-SORTED
           .

       338-CLOSE-CHEQUE.
           IF W33-STANDING
               MOVE W33-SSN TO W14-LOOKUP-SSN
               PERFORM 350-FIND-ENTRY
               IF W14-FOUND-SUB > ZERO
                   MOVE "Y" TO W10-CHEQUE-SWITCH(W14-FOUND-SUB)
               END-IF
           END-IF
           MOVE "N" TO W01-HELD-SWITCH
           .

      * EVERYONE NOT HELD BACK IS PURGED UNDER THE NEXT SURROGATE ID.
      * THE SEQUENCE RESUMES WHERE THE LAST PURGE LEFT IT
       340-ASSIGN-SURROGATES.
           OPEN INPUT F10-SURROGATE-FILE
           IF W29-SURROGATE-STATUS = "00"
               READ F10-SURROGATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F10-NEXT-SURROGATE IS NUMERIC
                           MOVE F10-NEXT-SURROGATE
                               TO W17-NEXT-SURROGATE
                       END-IF
               END-READ
           END-IF
           CLOSE F10-SURROGATE-FILE

           PERFORM 345-DECIDE-ONE-ENTRY
               VARYING W14-SUB FROM 1 BY 1
               UNTIL W14-SUB > W10-ENTRY-COUNT
           .

       345-DECIDE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN W10-GARNISH-OPEN(W14-SUB)
                       AND W10-CHEQUE-OPEN(W14-SUB)
                   ADD 1 TO W18-HELD-GARNISH
                   ADD 1 TO W18-HELD-CHEQUE
                   ADD 1 TO W18-HELD
               WHEN W10-GARNISH-OPEN(W14-SUB)
                   ADD 1 TO W18-HELD-GARNISH
                   ADD 1 TO W18-HELD
               WHEN W10-CHEQUE-OPEN(W14-SUB)
                   ADD 1 TO W18-HELD-CHEQUE
                   ADD 1 TO W18-HELD
               WHEN OTHER
                   MOVE W17-NEXT-SURROGATE TO W17-SURROGATE-SEQ
                   MOVE W17-SURROGATE-NUMBER
                       TO W10-SURROGATE(W14-SUB)
                   ADD 1 TO W17-NEXT-SURROGATE
                   MOVE "Y" TO W10-PURGE-SWITCH(W14-SUB)
                   ADD 1 TO W18-PURGED
           END-EVALUATE
           .

      * THE TABLE ENTRY FOR W14-LOOKUP-SSN, OR ZERO IF THE NUMBER IS
      * NOT ELIGIBLE
       350-FIND-ENTRY.
           MOVE ZERO TO W14-FOUND-SUB
           PERFORM 351-MATCH-ENTRY
               VARYING W14-SUB FROM 1 BY 1
               UNTIL W14-SUB > W10-ENTRY-COUNT
                  OR W14-FOUND-SUB > ZERO
           .

       351-MATCH-ENTRY.
           IF W10-SSN(W14-SUB) = W14-LOOKUP-SSN
               MOVE W14-SUB TO W14-FOUND-SUB
           END-IF
           .

      * TAKE EACH PURGED EMPLOYEE OFF THE THREE KEYED MASTERS. THE
      * SIN AND ADDRESS RECORDS MAY NEVER HAVE BEEN SET UP, SO A
      * MISSING KEY THERE IS NOT AN ERROR
       400-PURGE-MASTERS.
           PERFORM 410-PURGE-ONE-EMPLOYEE
               VARYING W14-SUB FROM 1 BY 1
               UNTIL W14-SUB > W10-ENTRY-COUNT
           .

       410-PURGE-ONE-EMPLOYEE.
           IF W10-PURGED(W14-SUB)
               MOVE W10-SSN(W14-SUB) TO F01-EMPLOYEE-SSN
               DELETE F01-SSN-MASTER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO W10-EMPL-COUNT(W14-SUB)
                       ADD 1 TO W18-EMPL-DELETED
               END-DELETE
               IF W20-SSN-MASTER-STATUS NOT = "23"
                   MOVE "DELETE" TO ABEND-OPERATION
                   MOVE W11-SSN-MASTER-NAME TO ABEND-FILE-NAME
                   MOVE W20-SSN-MASTER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF

               MOVE W10-SSN(W14-SUB) TO F02-EMPLOYEE-SIN-NUMBER
               DELETE F02-SIN-MASTER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO W10-SIN-COUNT(W14-SUB)
                       ADD 1 TO W18-SIN-DELETED
               END-DELETE
               IF W21-SIN-MASTER-STATUS NOT = "23"
                   MOVE "DELETE" TO ABEND-OPERATION
                   MOVE W12-SIN-MASTER-NAME TO ABEND-FILE-NAME
                   MOVE W21-SIN-MASTER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF

               MOVE W10-SSN(W14-SUB) TO F03-ADDR-SSN
               DELETE F03-ADDRESS-MASTER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO W10-ADDR-COUNT(W14-SUB)
                       ADD 1 TO W18-ADDR-DELETED
               END-DELETE
               IF W22-ADDRESS-STATUS NOT = "23"
                   MOVE "DELETE" TO ABEND-OPERATION
                   MOVE W13-ADDR-MASTER-NAME TO ABEND-FILE-NAME
                   MOVE W22-ADDRESS-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
           END-IF
           .

      * THE DEDUCTION MASTER IS STAGED WITHOUT THE PURGED ROWS AND
      * COPIED BACK WHOLE, AS THE REVERSAL'S GIVE-BACK DOES IT
       450-PURGE-DEDUCTIONS.
           OPEN INPUT F04-DEDUCT-FILE
           IF W23-DEDUCT-STATUS = "00"
               OPEN OUTPUT F05-DEDUCT-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PurgeDeductWork.dat" TO ABEND-FILE-NAME
               MOVE W24-DEDUCT-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-FILE-EOF-SWITCH
               PERFORM 451-CARRY-ONE-DEDUCTION
                   UNTIL W01-FILE-EOF
               CLOSE F04-DEDUCT-FILE
                     F05-DEDUCT-WORK

               IF W18-DEDUCT-REMOVED > ZERO
                   OPEN INPUT F05-DEDUCT-WORK
                   OPEN OUTPUT F04-DEDUCT-FILE
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "DeductMaster.dat" TO ABEND-FILE-NAME
                   MOVE W23-DEDUCT-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 452-COPY-DEDUCTION-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE F04-DEDUCT-FILE
                         F05-DEDUCT-WORK
               END-IF
           ELSE
               CLOSE F04-DEDUCT-FILE
           END-IF
           .

       451-CARRY-ONE-DEDUCTION.
           READ F04-DEDUCT-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO W14-FOUND-SUB
                   IF F04-DED-SSN IS NUMERIC
                       MOVE F04-DED-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                   END-IF
                   IF W14-FOUND-SUB > ZERO
                       AND W10-PURGED(W14-FOUND-SUB)
                       ADD 1 TO W10-DEDUCT-COUNT(W14-FOUND-SUB)
                       ADD 1 TO W18-DEDUCT-REMOVED
                   ELSE
                       WRITE F05-DEDUCT-WORK-RECORD
                           FROM F04-DEDUCT-RECORD
                   END-IF
           END-READ
           .

       452-COPY-DEDUCTION-BACK.
           READ F05-DEDUCT-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F05-DEDUCT-WORK-RECORD TO F04-DEDUCT-RECORD
                   WRITE F04-DEDUCT-RECORD
           END-READ
           .

      * EVERY PAY HISTORY ROW OF A PURGED EMPLOYEE TAKES THE
      * SURROGATE; THE GROSS AND NET ARE TOTALLED GOING IN AND COMING
      * OUT SO THE CERTIFICATE CAN SHOW NOTHING ELSE MOVED
       460-REKEY-PAY-HISTORY.
           OPEN INPUT F06-HISTORY-FILE
           IF W25-HISTORY-STATUS = "00"
               OPEN OUTPUT F07-HISTORY-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PurgeHistoryWork.dat" TO ABEND-FILE-NAME
               MOVE W26-HISTORY-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-FILE-EOF-SWITCH
               PERFORM 461-REKEY-ONE-HISTORY-ROW
                   UNTIL W01-FILE-EOF
               CLOSE F06-HISTORY-FILE
                     F07-HISTORY-WORK

               IF W18-HISTORY-REKEYED > ZERO
                   OPEN INPUT F07-HISTORY-WORK
                   OPEN OUTPUT F06-HISTORY-FILE
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "PayHistory.dat" TO ABEND-FILE-NAME
                   MOVE W25-HISTORY-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 462-COPY-HISTORY-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE F06-HISTORY-FILE
                         F07-HISTORY-WORK
               END-IF
           ELSE
               CLOSE F06-HISTORY-FILE
           END-IF
           .

       461-REKEY-ONE-HISTORY-ROW.
           READ F06-HISTORY-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W18-HISTORY-READ
                   IF F06-HIST-GROSS IS NUMERIC
                       ADD F06-HIST-GROSS TO W32-HISTORY-GROSS-BEFORE
                   END-IF
                   IF F06-HIST-NET IS NUMERIC
                       ADD F06-HIST-NET TO W32-HISTORY-NET-BEFORE
                   END-IF
                   MOVE ZERO TO W14-FOUND-SUB
                   IF F06-HIST-SSN IS NUMERIC
                       MOVE F06-HIST-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                   END-IF
                   IF W14-FOUND-SUB > ZERO
                       AND W10-PURGED(W14-FOUND-SUB)
                       MOVE W10-SURROGATE(W14-FOUND-SUB)
                           TO F06-HIST-SSN
                       ADD 1 TO W10-HISTORY-COUNT(W14-FOUND-SUB)
                       ADD 1 TO W18-HISTORY-REKEYED
                   END-IF
                   WRITE F07-HISTORY-WORK-RECORD
                       FROM F06-PAYHIST-RECORD
               END-READ
           .

       462-COPY-HISTORY-BACK.
           READ F07-HISTORY-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F07-HISTORY-WORK-RECORD TO F06-PAYHIST-RECORD
                   WRITE F06-PAYHIST-RECORD
                   ADD 1 TO W18-HISTORY-WRITTEN
                   IF F06-HIST-GROSS IS NUMERIC
                       ADD F06-HIST-GROSS TO W32-HISTORY-GROSS-AFTER
                   END-IF
                   IF F06-HIST-NET IS NUMERIC
                       ADD F06-HIST-NET TO W32-HISTORY-NET-AFTER
                   END-IF
           END-READ
           .

      * THE SAME FOR THE CHEQUE REGISTER - ISSUES, VOIDS, REISSUES
      * AND PAID MARKS ALIKE
       470-REKEY-CHEQUE-REGISTER.
           OPEN INPUT F08-REGISTER-FILE
           IF W27-REGISTER-STATUS = "00"
               OPEN OUTPUT F09-REGISTER-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PurgeRegisterWork.dat" TO ABEND-FILE-NAME
               MOVE W28-REGISTER-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-FILE-EOF-SWITCH
               PERFORM 471-REKEY-ONE-REGISTER-ROW
                   UNTIL W01-FILE-EOF
               CLOSE F08-REGISTER-FILE
                     F09-REGISTER-WORK

               IF W18-REGISTER-REKEYED > ZERO
                   OPEN INPUT F09-REGISTER-WORK
                   OPEN OUTPUT F08-REGISTER-FILE
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
                   MOVE W27-REGISTER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 472-COPY-REGISTER-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE F08-REGISTER-FILE
                         F09-REGISTER-WORK
               END-IF
           ELSE
               CLOSE F08-REGISTER-FILE
           END-IF
           .

       471-REKEY-ONE-REGISTER-ROW.
           READ F08-REGISTER-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W18-REGISTER-READ
                   IF F08-REG-AMOUNT IS NUMERIC
                       ADD F08-REG-AMOUNT TO W32-REGISTER-BEFORE
                   END-IF
                   MOVE ZERO TO W14-FOUND-SUB
                   IF F08-REG-SSN IS NUMERIC
                       MOVE F08-REG-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                   END-IF
                   IF W14-FOUND-SUB > ZERO
                       AND W10-PURGED(W14-FOUND-SUB)
                       MOVE W10-SURROGATE(W14-FOUND-SUB)
                           TO F08-REG-SSN
                       ADD 1 TO W10-CHEQUE-COUNT(W14-FOUND-SUB)
                       ADD 1 TO W18-REGISTER-REKEYED
                   END-IF
                   WRITE F09-REGISTER-WORK-RECORD
                       FROM F08-REGISTER-RECORD
           END-READ
           .

       472-COPY-REGISTER-BACK.
           READ F09-REGISTER-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F09-REGISTER-WORK-RECORD TO F08-REGISTER-RECORD
                   WRITE F08-REGISTER-RECORD
                   ADD 1 TO W18-REGISTER-WRITTEN
                   IF F08-REG-AMOUNT IS NUMERIC
                       ADD F08-REG-AMOUNT TO W32-REGISTER-AFTER
                   END-IF
           END-READ
           .

      * CARRY THE SURROGATE SEQUENCE FORWARD TO THE NEXT PURGE
       480-SAVE-NEXT-SURROGATE.
           OPEN OUTPUT F10-SURROGATE-FILE
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "PurgeSurrogate.dat" TO ABEND-FILE-NAME
           MOVE W29-SURROGATE-STATUS TO ABEND-STATUS
           IF W29-SURROGATE-STATUS NOT = "05"
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           MOVE W17-NEXT-SURROGATE TO F10-NEXT-SURROGATE
           WRITE F10-SURROGATE-RECORD
           CLOSE F10-SURROGATE-FILE
           .

      * EVERY JOURNAL ROW OF A PURGED EMPLOYEE TAKES THE SURROGATE
      * AND LOSES ITS BEFORE AND AFTER VALUES - THE NAME, SIN, BANK
      * ACCOUNT AND ADDRESS THE EMPLOYEE EVER HAD ARE ALL IN THERE.
      * WHICH FIELD CHANGED, BY WHAT PROGRAM, BY WHOM AND WHEN STAYS
      * AS THE AUDIT TRAIL. A SITE THAT HAS NEVER JOURNALLED HAS NO
      * JOURNAL TO OPEN
       490-REKEY-CHANGE-JOURNAL.
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF JRN-FILE-STATUS = "00"
               OPEN OUTPUT F13-JOURNAL-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PurgeJournalWork.dat" TO ABEND-FILE-NAME
               MOVE W35-JOURNAL-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-FILE-EOF-SWITCH
               PERFORM 491-REKEY-ONE-JOURNAL-ROW
                   UNTIL W01-FILE-EOF
               CLOSE CHANGE-JOURNAL-FILE
                     F13-JOURNAL-WORK

               IF W18-JOURNAL-REKEYED > ZERO
                   OPEN INPUT F13-JOURNAL-WORK
                   OPEN OUTPUT CHANGE-JOURNAL-FILE
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
                   MOVE JRN-FILE-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 492-COPY-JOURNAL-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE CHANGE-JOURNAL-FILE
                         F13-JOURNAL-WORK
               END-IF
           ELSE
               IF JRN-FILE-STATUS NOT = "35"
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "ChangeJournal.dat" TO ABEND-FILE-NAME
                   MOVE JRN-FILE-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
               END-IF
           END-IF
           .

       491-REKEY-ONE-JOURNAL-ROW.
           READ CHANGE-JOURNAL-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W18-JOURNAL-READ
                   MOVE ZERO TO W14-FOUND-SUB
                   IF JRN-SSN IS NUMERIC
                       MOVE JRN-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                   END-IF
                   IF W14-FOUND-SUB > ZERO
                       AND W10-PURGED(W14-FOUND-SUB)
                       MOVE W10-SURROGATE(W14-FOUND-SUB) TO JRN-SSN
                       MOVE SPACES TO JRN-BEFORE-VALUE
                       MOVE SPACES TO JRN-AFTER-VALUE
                       ADD 1 TO W18-JOURNAL-REKEYED
                   END-IF
                   WRITE F13-JOURNAL-WORK-RECORD
                       FROM CHANGE-JOURNAL-RECORD
           END-READ
           .

       492-COPY-JOURNAL-BACK.
           READ F13-JOURNAL-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F13-JOURNAL-WORK-RECORD
                       TO CHANGE-JOURNAL-RECORD
                   WRITE CHANGE-JOURNAL-RECORD
                   ADD 1 TO W18-JOURNAL-WRITTEN
           END-READ
           .

      * A PURGED EMPLOYEE'S PENDING BANK CHANGES CARRY THE OLD AND
      * NEW ACCOUNT AND THE OLD ADDRESS. ALL WERE DECIDED LONG AGO
      * AND THE DECISIONS ARE ON THE JOURNAL, SO THE ROWS ARE STAGED
      * OUT AND THE REST COPIED BACK
       495-PURGE-BANK-CHANGES.
           OPEN INPUT F14-PENDING-FILE
           IF W36-PENDING-STATUS = "00"
               OPEN OUTPUT F15-PENDING-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PurgePendingWork.dat" TO ABEND-FILE-NAME
               MOVE W37-PENDING-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE SPACES TO W01-FILE-EOF-SWITCH
               PERFORM 496-CARRY-ONE-BANK-CHANGE
                   UNTIL W01-FILE-EOF
               CLOSE F14-PENDING-FILE
                     F15-PENDING-WORK

               IF W18-PENDING-REMOVED > ZERO
                   OPEN INPUT F15-PENDING-WORK
                   OPEN OUTPUT F14-PENDING-FILE
                   MOVE "OPEN" TO ABEND-OPERATION
                   MOVE "BankPending.dat" TO ABEND-FILE-NAME
                   MOVE W36-PENDING-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 497-COPY-BANK-CHANGE-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE F14-PENDING-FILE
                         F15-PENDING-WORK
               END-IF
           ELSE
               CLOSE F14-PENDING-FILE
           END-IF
           .

       496-CARRY-ONE-BANK-CHANGE.
           READ F14-PENDING-FILE
               AT END
                   SET W01-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W18-PENDING-READ
                   MOVE ZERO TO W14-FOUND-SUB
                   IF F14-PEND-SSN IS NUMERIC
                       MOVE F14-PEND-SSN TO W14-LOOKUP-SSN
                       PERFORM 350-FIND-ENTRY
                   END-IF
                   IF W14-FOUND-SUB > ZERO
                       AND W10-PURGED(W14-FOUND-SUB)
                       ADD 1 TO W18-PENDING-REMOVED
                   ELSE
                       WRITE F15-PENDING-WORK-RECORD
                           FROM F14-PENDING-RECORD
                   END-IF
           END-READ
           .

       497-COPY-BANK-CHANGE-BACK.
           READ F15-PENDING-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F15-PENDING-WORK-RECORD TO F14-PENDING-RECORD
                   WRITE F14-PENDING-RECORD
                   ADD 1 TO W18-PENDING-WRITTEN
           END-READ
           .

      * WHO WAS PURGED AND WHAT CAME OFF EACH FILE, WHO WAS HELD BACK
      * AND WHY, THEN THE FILE TOTALS AND THE RE-KEY TIE-OUT
       500-WRITE-CERTIFICATE.
           WRITE F11-PRINT-RECORD FROM W02-PURGED-TITLE
               AFTER ADVANCING 2 LINES
           WRITE F11-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           IF W18-PURGED = ZERO
               WRITE F11-PRINT-RECORD FROM W05-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 510-WRITE-PURGED-LINE
                   VARYING W14-SUB FROM 1 BY 1
                   UNTIL W14-SUB > W10-ENTRY-COUNT
           END-IF

           WRITE F11-PRINT-RECORD FROM W02-HELD-TITLE
               AFTER ADVANCING 2 LINES
           WRITE F11-PRINT-RECORD FROM W02-HELD-HEADINGS
               AFTER ADVANCING 1 LINE
           IF W18-HELD = ZERO
               WRITE F11-PRINT-RECORD FROM W05-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 520-WRITE-HELD-LINE
                   VARYING W14-SUB FROM 1 BY 1
                   UNTIL W14-SUB > W10-ENTRY-COUNT
           END-IF
           IF W18-LEFT-OVER > ZERO
               WRITE F11-PRINT-RECORD FROM W05-TABLE-FULL-MSG
                   AFTER ADVANCING 1 LINE
           END-IF

           PERFORM 530-WRITE-FILE-TOTALS
           PERFORM 540-WRITE-TIE-OUT

           WRITE F11-PRINT-RECORD FROM W05-CERTIFY-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE F11-PRINT-RECORD FROM W05-CERTIFY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE F11-PRINT-RECORD FROM W05-CERTIFY-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE F11-PRINT-RECORD FROM W05-CERTIFY-LINE-4
               AFTER ADVANCING 1 LINE

           WRITE F11-PRINT-RECORD FROM W34-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

       510-WRITE-PURGED-LINE.
           IF W10-PURGED(W14-SUB)
               MOVE W10-SSN(W14-SUB) TO MASK-ID-IN
               PERFORM 910-MASK-ID-NUMBER
               MOVE MASK-ID-OUT TO W03-SSN-OUT
               MOVE W10-LAST-NAME(W14-SUB) TO W03-LAST-NAME-OUT
               MOVE W10-FIRST-NAME(W14-SUB) TO W03-FIRST-NAME-OUT
               MOVE W10-TERM-DATE(W14-SUB) TO W03-TERM-DATE-OUT
               MOVE W10-SURROGATE(W14-SUB) TO W03-SURROGATE-OUT
               MOVE W10-EMPL-COUNT(W14-SUB) TO W03-EMPL-OUT
               MOVE W10-SIN-COUNT(W14-SUB) TO W03-SIN-OUT
               MOVE W10-ADDR-COUNT(W14-SUB) TO W03-ADDR-OUT
               MOVE W10-DEDUCT-COUNT(W14-SUB) TO W03-DEDUCT-OUT
               MOVE W10-HISTORY-COUNT(W14-SUB) TO W03-HISTORY-OUT
               MOVE W10-CHEQUE-COUNT(W14-SUB) TO W03-CHEQUE-OUT
               WRITE F11-PRINT-RECORD FROM W03-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE "PurgeCertificate.out" TO ABEND-FILE-NAME
               MOVE W30-PRINT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       520-WRITE-HELD-LINE.
           IF NOT W10-PURGED(W14-SUB)
               MOVE W10-SSN(W14-SUB) TO MASK-ID-IN
               PERFORM 910-MASK-ID-NUMBER
               MOVE MASK-ID-OUT TO W04-SSN-OUT
               MOVE W10-LAST-NAME(W14-SUB) TO W04-LAST-NAME-OUT
               MOVE W10-FIRST-NAME(W14-SUB) TO W04-FIRST-NAME-OUT
               MOVE W10-TERM-DATE(W14-SUB) TO W04-TERM-DATE-OUT
               EVALUATE TRUE
                   WHEN W10-GARNISH-OPEN(W14-SUB)
                           AND W10-CHEQUE-OPEN(W14-SUB)
                       MOVE W05-BOTH-MSG TO W04-REASON-OUT
                   WHEN W10-GARNISH-OPEN(W14-SUB)
                       MOVE W05-GARNISH-MSG TO W04-REASON-OUT
                   WHEN OTHER
                       MOVE W05-CHEQUE-MSG TO W04-REASON-OUT
               END-EVALUATE
               WRITE F11-PRINT-RECORD FROM W04-HELD-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO ABEND-OPERATION
               MOVE "PurgeCertificate.out" TO ABEND-FILE-NAME
               MOVE W30-PRINT-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

       530-WRITE-FILE-TOTALS.
           MOVE "Employee Master Records Read" TO W06-COUNT-LABEL
           MOVE W18-MASTER-READ TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Terminated Employees" TO W06-COUNT-LABEL
           MOVE W18-TERMINATED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Terminated - No Term Date - Not Aged"
               TO W06-COUNT-LABEL
           MOVE W18-NO-TERM-DATE TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Past Retention" TO W06-COUNT-LABEL
           MOVE W18-ELIGIBLE TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Held - Open Garnishment Balance" TO W06-COUNT-LABEL
           MOVE W18-HELD-GARNISH TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Held - Cheque Outstanding" TO W06-COUNT-LABEL
           MOVE W18-HELD-CHEQUE TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Left For Next Run" TO W06-COUNT-LABEL
           MOVE W18-LEFT-OVER TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Employees Purged" TO W06-COUNT-LABEL
           MOVE W18-PURGED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "SSN Master Records Removed" TO W06-COUNT-LABEL
           MOVE W18-EMPL-DELETED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "SIN Master Records Removed" TO W06-COUNT-LABEL
           MOVE W18-SIN-DELETED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Address Master Records Removed" TO W06-COUNT-LABEL
           MOVE W18-ADDR-DELETED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Deduction Master Rows Removed" TO W06-COUNT-LABEL
           MOVE W18-DEDUCT-REMOVED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Pay History Rows Given Surrogate ID" TO W06-COUNT-LABEL
           MOVE W18-HISTORY-REKEYED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Cheque Register Rows Given Surrogate ID"
               TO W06-COUNT-LABEL
           MOVE W18-REGISTER-REKEYED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Change Journal Rows Given Surrogate ID"
               TO W06-COUNT-LABEL
           MOVE W18-JOURNAL-REKEYED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE "Pending Bank Change Rows Removed" TO W06-COUNT-LABEL
           MOVE W18-PENDING-REMOVED TO W06-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W06-COUNT-LINE
               AFTER ADVANCING 1 LINE
           .

      * ONLY SHOWN WHEN A FILE WAS ACTUALLY RE-KEYED - THE ROWS AND
      * MONEY GOING IN AGAINST THE ROWS AND MONEY COPIED BACK. THE
      * PENDING BANK CHANGES TIE AS ROWS KEPT PLUS ROWS REMOVED
       540-WRITE-TIE-OUT.
           IF W18-HISTORY-REKEYED > ZERO OR W18-REGISTER-REKEYED > ZERO
                   OR W18-JOURNAL-REKEYED > ZERO
                   OR W18-PENDING-REMOVED > ZERO
               WRITE F11-PRINT-RECORD FROM W08-TIE-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF

           IF W18-HISTORY-REKEYED > ZERO
               MOVE "Pay History Rows" TO W09-TIE-LABEL
               MOVE W18-HISTORY-READ TO W09-TIE-BEFORE
               MOVE W18-HISTORY-WRITTEN TO W09-TIE-AFTER
               IF W18-HISTORY-READ = W18-HISTORY-WRITTEN
                   MOVE "IN BALANCE" TO W09-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W09-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W09-ROW-TIE-LINE
                   AFTER ADVANCING 1 LINE

               MOVE "Pay History Gross" TO W07-TIE-LABEL
               MOVE W32-HISTORY-GROSS-BEFORE TO W07-TIE-BEFORE
               MOVE W32-HISTORY-GROSS-AFTER TO W07-TIE-AFTER
               IF W32-HISTORY-GROSS-BEFORE = W32-HISTORY-GROSS-AFTER
                   MOVE "IN BALANCE" TO W07-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W07-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W07-TIE-LINE
                   AFTER ADVANCING 1 LINE

               MOVE "Pay History Net" TO W07-TIE-LABEL
               MOVE W32-HISTORY-NET-BEFORE TO W07-TIE-BEFORE
               MOVE W32-HISTORY-NET-AFTER TO W07-TIE-AFTER
               IF W32-HISTORY-NET-BEFORE = W32-HISTORY-NET-AFTER
                   MOVE "IN BALANCE" TO W07-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W07-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W07-TIE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF W18-REGISTER-REKEYED > ZERO
               MOVE "Cheque Register Rows" TO W09-TIE-LABEL
               MOVE W18-REGISTER-READ TO W09-TIE-BEFORE
               MOVE W18-REGISTER-WRITTEN TO W09-TIE-AFTER
               IF W18-REGISTER-READ = W18-REGISTER-WRITTEN
                   MOVE "IN BALANCE" TO W09-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W09-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W09-ROW-TIE-LINE
                   AFTER ADVANCING 1 LINE

               MOVE "Cheque Register Amount" TO W07-TIE-LABEL
               MOVE W32-REGISTER-BEFORE TO W07-TIE-BEFORE
               MOVE W32-REGISTER-AFTER TO W07-TIE-AFTER
               IF W32-REGISTER-BEFORE = W32-REGISTER-AFTER
                   MOVE "IN BALANCE" TO W07-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W07-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W07-TIE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF W18-JOURNAL-REKEYED > ZERO
               MOVE "Change Journal Rows" TO W09-TIE-LABEL
               MOVE W18-JOURNAL-READ TO W09-TIE-BEFORE
               MOVE W18-JOURNAL-WRITTEN TO W09-TIE-AFTER
               IF W18-JOURNAL-READ = W18-JOURNAL-WRITTEN
                   MOVE "IN BALANCE" TO W09-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W09-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W09-ROW-TIE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF W18-PENDING-REMOVED > ZERO
               MOVE "Pending Bank Change Rows" TO W09-TIE-LABEL
               MOVE W18-PENDING-READ TO W09-TIE-BEFORE
               COMPUTE W09-TIE-AFTER =
                   W18-PENDING-WRITTEN + W18-PENDING-REMOVED
               IF W18-PENDING-READ =
                       W18-PENDING-WRITTEN + W18-PENDING-REMOVED
                   MOVE "IN BALANCE" TO W09-TIE-RESULT
               ELSE
                   MOVE "** MISMATCH" TO W09-TIE-RESULT
               END-IF
               WRITE F11-PRINT-RECORD FROM W09-ROW-TIE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "RetentionPurge"      TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W18-MASTER-READ       TO AUDIT-RECORDS-READ
           MOVE W18-PURGED            TO AUDIT-RECORDS-WRITTEN
           MOVE W18-HELD              TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF NOT W01-PURGE-REFUSED
               CLOSE F01-SSN-MASTER
                     F02-SIN-MASTER
                     F03-ADDRESS-MASTER
           END-IF
           CLOSE F11-PRINT-FILE
           .

      * THE SNAPSHOT SET IS CLOSED, SO ITS COPIES WILL NEVER BE PUT
      * BACK - BUT THEY STILL HOLD EVERYTHING THE PURGE REMOVED.
      * EMPTY EACH ONE, NAMED AS THE SNAPSHOT UTILITY NAMES IT
       650-SCRUB-SNAPSHOT-COPIES.
           PERFORM 655-SCRUB-ONE-COPY
               VARYING W14-SUB FROM 1 BY 1
               UNTIL W14-SUB > SNAP-FILE-COUNT
           .

       655-SCRUB-ONE-COPY.
           MOVE SPACES TO W19-SCRUB-FILE-NAME
           STRING SNAP-FILE-NAME(W14-SUB) DELIMITED BY SPACE
                  ".SNP"                  DELIMITED BY SIZE
               INTO W19-SCRUB-FILE-NAME
           END-STRING
           OPEN OUTPUT F12-SCRUB-FILE
           IF W31-SCRUB-STATUS = "00"
               CLOSE F12-SCRUB-FILE
           END-IF
           .
