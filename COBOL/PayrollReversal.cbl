       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollReversal.
       AUTHOR. Daniel Ingram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * BACKS OUT ONE WHOLE REGISTER RUN THAT WENT OUT WRONG. THE
      * OPERATOR NAMES THE RUN BY ITS RUN DATE AND PERIOD; EVERY PAY
      * HISTORY ROW FOR THAT RUN IS TAKEN BACK OFF THE MASTER'S YTD
      * FIELDS AND CANCELLED BY AN OFFSETTING NEGATIVE HISTORY ROW,
      * THE RUN'S STANDING CHEQUES ARE VOIDED ON THE CHEQUE REGISTER,
      * THE DECLINING DEDUCTION BALANCES THE RUN DREW DOWN ARE GIVEN
      * BACK, THE LEAVE IT DREW DOWN AND ACCRUED IS UNDONE, AND A
      * REVERSING LEDGER BATCH IS WRITTEN. THE REVERSAL REGISTER TIES
      * THE AMOUNTS BACKED OUT TO THE ORIGINAL RUN. ONLY A PAYROLL
      * SUPERVISOR MAY REVERSE A RUN
       FILE-CONTROL.
      * READ ONCE TO PICK OUT THE RUN'S ROWS, THEN REOPENED EXTEND
      * FOR THE OFFSETTING ROWS
           SELECT F01-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W20-HISTORY-STATUS.

      * THE RUN'S HISTORY ROWS, SET ASIDE SO THE HISTORY FILE CAN BE
      * APPENDED TO WHILE THEY ARE WORKED
           SELECT F02-REVERSE-WORK ASSIGN TO 'ReversalWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W21-WORK-STATUS.

           SELECT F03-EMPLOYEE-MASTER
               ASSIGN TO DYNAMIC W12-MASTER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F01-EMPLOYEE-SSN
               FILE STATUS IS W22-MASTER-STATUS.

      * PERMANENT CHEQUE REGISTER - THE VOIDS ARE APPENDED, NEVER
      * REWRITTEN, THE SAME AS THE CHEQUE RUN'S OWN VOIDS
           SELECT F04-REGISTER-FILE ASSIGN TO 'ChequeRegister.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W23-REGISTER-STATUS.

      * SECOND PATH INTO THE REGISTER FOR THE PER-EMPLOYEE SCAN
           SELECT OPTIONAL F05-REGISTER-CHECK
               ASSIGN TO 'ChequeRegister.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W24-REG-CHECK-STATUS.

      * DATED DEDUCTION TAKES - THE RUN'S TAKES ARE FOUND HERE AND
      * THEIR NEGATIVES APPENDED ONCE THEY ARE GIVEN BACK
           SELECT OPTIONAL F06-DEDHIST-FILE
               ASSIGN TO 'DeductHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W25-DEDHIST-STATUS.

      * THE RUN'S TAKES, NEGATED, STAGED FOR THE BALANCE GIVE-BACK
      * AND THE HISTORY APPEND
           SELECT F07-DEDREV-WORK ASSIGN TO 'DeductRevWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F08-DEDUCT-FILE ASSIGN TO 'DeductMaster.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W26-DEDUCT-STATUS.

      * STAGING FOR THE DEDUCTION MASTER REWRITE, AS IN THE REGISTER
           SELECT F09-DEDUCT-WORK ASSIGN TO 'DeductWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE REVERSING LEDGER BATCH GOES TO ITS OWN FILE, SINCE THE
      * LABOR DISTRIBUTION REWRITES GlPosting.dat EVERY RUN. IT IS
      * APPENDED TO UNTIL THE LEDGER POSTING RUN TAKES IT
      * (GL_POSTING_FILE=ReversalGl.dat)
           SELECT F10-GL-FILE ASSIGN TO 'ReversalGl.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W27-GL-STATUS.

      * RETRO PAY THE RUN PAID IS OWED AGAIN ONCE THE RUN IS BACKED
      * OUT - THE PAID DATE IS CLEARED THROUGH A WORK-FILE REWRITE
           SELECT OPTIONAL F12-RETRO-FILE ASSIGN TO 'RetroPay.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W41-RETRO-STATUS.

           SELECT F13-RETRO-WORK ASSIGN TO 'RetroWork.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

      * LEAVE-BALANCE MASTER KEYED BY SSN - THE RUN'S DRAWDOWN IS
      * GIVEN BACK AND ITS PERIOD ACCRUAL TAKEN OFF. OPTIONAL SO A
      * SITE WITHOUT LEAVE REVERSES CLEAN
           SELECT OPTIONAL F14-LEAVE-MASTER ASSIGN TO 'LeaveMaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS F14-LEAVE-SSN
               FILE STATUS IS W42-LEAVE-STATUS.

      * THE RATE TABLE, READ ONLY FOR ITS "L" ROWS - THE HOURS THE
      * REGISTER ACCRUED EACH EMPLOYEE FOR THE PERIOD
           SELECT F15-TAXRATE-FILE ASSIGN TO 'TaxRates.dat'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F11-PRINT-FILE ASSIGN TO 'ReversalRegister.out'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W28-PRINT-STATUS.

      * SHARED RUN-STATISTICS AUDIT LOG
           COPY AUDITSEL.

      * SHARED RUN-CONTROL PARAMETER FILE
           COPY RUNSEL.

      * SHARED SINGLE-RUN LOCK - THIS PROGRAM UPDATES THE MASTERS
           COPY LOCKSEL.

      * SHARED OPERATOR ABEND REPORT
           COPY ABENDSEL.

      * SHARED FIELD-LEVEL CHANGE JOURNAL FOR THE EMPLOYEE MASTERS
           COPY JRNLSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F01-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F01==.

       FD  F02-REVERSE-WORK
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F02-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F02==.

       FD  F03-EMPLOYEE-MASTER
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS F01-EMPLOYEE-RECORD.

           COPY EMPREC.

       FD  F04-REGISTER-FILE
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F04-REGISTER-RECORD.
       01  F04-REGISTER-RECORD.
           05  F04-REG-CHEQUE-NUMBER       PIC 9(6).
           05  F04-REG-SSN                 PIC 9(9).
           05  F04-REG-AMOUNT              PIC 9(7)V99.
           05  F04-REG-DATE                PIC X(8).
           05  F04-REG-STATUS              PIC X.

       FD  F05-REGISTER-CHECK
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS F05-CHECK-RECORD.
       01  F05-CHECK-RECORD.
           05  F05-CHK-CHEQUE-NUMBER       PIC 9(6).
           05  F05-CHK-SSN                 PIC 9(9).
           05  F05-CHK-AMOUNT              PIC 9(7)V99.
           05  F05-CHK-DATE                PIC X(8).
           05  F05-CHK-STATUS              PIC X.

       FD  F06-DEDHIST-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F06-DEDHIST-RECORD.

           COPY DEDHIST REPLACING LEADING ==D01== BY ==F06==.

       FD  F07-DEDREV-WORK
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS F07-DEDHIST-RECORD.

           COPY DEDHIST REPLACING LEADING ==D01== BY ==F07==.

       FD  F08-DEDUCT-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F08-DEDUCT-RECORD.

       01  F08-DEDUCT-RECORD.
           05  F08-DED-SSN                 PIC 9(9).
           05  F08-DED-CODE                PIC X(3).
           05  F08-DED-CALC-TYPE           PIC X.
           05  F08-DED-RATE                PIC 9V9999.
           05  F08-DED-AMOUNT              PIC 9(5)V99.
           05  F08-DED-PRIORITY            PIC 9.
           05  F08-DED-DECLINING           PIC X.
           05  F08-DED-BALANCE             PIC 9(7)V99.
           05  F08-DED-PAYEE               PIC X(20).

       FD  F09-DEDUCT-WORK
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F09-DEDUCT-WORK-RECORD.

       01  F09-DEDUCT-WORK-RECORD          PIC X(56).

       FD  F10-GL-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS F10-GL-RECORD.

           COPY GLPOST REPLACING LEADING ==G01== BY ==F10==.

       FD  F11-PRINT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F11-PRINT-RECORD.

       01  F11-PRINT-RECORD                PIC X(110).

       FD  F12-RETRO-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F12-RETRO-RECORD.

           COPY RETROREC REPLACING LEADING ==R02== BY ==F12==.

       FD  F13-RETRO-WORK
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F13-RETRO-WORK-RECORD.

       01  F13-RETRO-WORK-RECORD           PIC X(45).

       FD  F14-LEAVE-MASTER
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS F14-LEAVE-RECORD.

           COPY LEAVEREC REPLACING LEADING ==L01== BY ==F14==.

       FD  F15-TAXRATE-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS F15-TAXRATE-RECORD.

       01  F15-TAXRATE-RECORD.
           05  F15-RATE-TYPE               PIC X.
           05  F15-RATE-CODE               PIC X.
           05  F15-RATE-VALUE              PIC 9V9999.
           05  F15-RATE-AMOUNT             PIC 9(3)V99.
           05  F15-RATE-JURIS              PIC X(2).
           05  F15-RATE-DEPT               PIC X(4).

           COPY AUDITREC.

           COPY RUNREC.

           COPY LOCKREC.

           COPY ABENDREC.

           COPY JRNLREC.

       WORKING-STORAGE SECTION.

           COPY RUNWS.

           COPY LOCKWS.

           COPY SNAPWS.

           COPY ABENDWS.

           COPY JRNLWS.

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-HISTORY-STATUS       PIC XX VALUE SPACES.
       01 W21-WORK-STATUS          PIC XX VALUE SPACES.
       01 W22-MASTER-STATUS        PIC XX VALUE SPACES.
       01 W23-REGISTER-STATUS      PIC XX VALUE SPACES.
       01 W24-REG-CHECK-STATUS     PIC XX VALUE SPACES.
       01 W25-DEDHIST-STATUS       PIC XX VALUE SPACES.
       01 W26-DEDUCT-STATUS        PIC XX VALUE SPACES.
       01 W27-GL-STATUS            PIC XX VALUE SPACES.
       01 W28-PRINT-STATUS         PIC XX VALUE SPACES.
       01 W41-RETRO-STATUS         PIC XX VALUE SPACES.
       01 W42-LEAVE-STATUS         PIC XX VALUE SPACES.

       01 W01-CONTROLS.
           05  W01-EOF-SWITCH          PIC X VALUE SPACES.
               88  W01-END-OF-FILE           VALUE "T".
           05  W01-HIST-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-HIST-EOF              VALUE "T".
           05  W01-REG-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-REG-EOF               VALUE "T".
           05  W01-DED-EOF-SWITCH      PIC X VALUE SPACES.
               88  W01-DED-EOF               VALUE "T".
           05  W01-WORK-EOF-SWITCH     PIC X VALUE SPACES.
               88  W01-WORK-EOF              VALUE "T".
           05  W01-LOOKUP-EOF-SWITCH   PIC X VALUE SPACES.
               88  W01-LOOKUP-EOF            VALUE "T".
           05  W01-REFUSED-SWITCH      PIC X VALUE "N".
               88  W01-REVERSAL-REFUSED      VALUE "Y".
           05  W01-MASTER-SWITCH       PIC X VALUE SPACES.
               88  W01-MASTER-FOUND          VALUE "Y".
               88  W01-MASTER-NOT-FOUND      VALUE "N".
           05  W01-TAXRATE-EOF-SWITCH  PIC X VALUE SPACES.
               88  W01-TAXRATE-EOF           VALUE "T".
           05  W01-LEAVE-SWITCH        PIC X VALUE SPACES.
               88  W01-LEAVE-FOUND           VALUE "Y".
               88  W01-LEAVE-NOT-FOUND       VALUE "N".

       01 W02-HEADINGS.
           05  W02-PAGE-HEADING.
               10  PIC X(30) VALUE SPACES.
               10  PIC X(26) VALUE "Payroll Reversal Register".
           05  W02-RUN-LINE.
               10  PIC X(22) VALUE "Reversing Run Dated:  ".
               10  W02-RUN-DATE-OUT        PIC X(8).
               10  PIC X(10) VALUE "  Period: ".
               10  W02-RUN-PERIOD-OUT      PIC X(2).
           05  W02-COLUMN-HEADINGS.
               10  PIC X(3)  VALUE "SSN".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(4)  VALUE "Dept".
               10  PIC X(7)  VALUE SPACES.
               10  PIC X(5)  VALUE "Gross".
               10  PIC X(4)  VALUE SPACES.
               10  PIC X(8)  VALUE "Withhold".
               10  PIC X(7)  VALUE SPACES.
               10  PIC X(4)  VALUE "FICA".
               10  PIC X(3)  VALUE SPACES.
               10  PIC X(5)  VALUE "Insur".
               10  PIC X(6)  VALUE SPACES.
               10  PIC X(5)  VALUE "Other".
               10  PIC X(8)  VALUE SPACES.
               10  PIC X(3)  VALUE "Net".
               10  PIC X(2)  VALUE SPACES.
               10  PIC X(17) VALUE "Cheque / Payment".

       01 W03-DETAIL-LINE.
           05  W03-SSN-OUT                 PIC X(9).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-DEPT-OUT                PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  W03-GROSS-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-WITHHOLD-OUT            PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-FICA-OUT                PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-INSURANCE-OUT           PIC ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-OTHER-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-NET-OUT                 PIC ZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W03-PAYMENT-OUT             PIC X(30).

      * WHAT HAPPENED TO THE EMPLOYEE'S PAYMENT, SHOWN IN THE
      * DETAIL LINE'S LAST COLUMN
       01 W04-PAYMENT-NOTE.
           05  W04-NOTE-TEXT               PIC X(17).
           05  W04-NOTE-NUMBER             PIC 9(6).
           05                              PIC X(7)  VALUE SPACES.

       01 W05-MESSAGE-LINE.
           05                              PIC X(11) VALUE SPACES.
           05  W05-MESSAGE-OUT             PIC X(60).
           05                              PIC X(39) VALUE SPACES.

       01 W06-REFUSE-LINE.
           05                              PIC X(22)
                   VALUE "** REVERSAL REFUSED - ".
           05  W06-REFUSE-REASON           PIC X(50).
           05                              PIC X(38) VALUE SPACES.

      * THE TIE-OUT - EACH AMOUNT AS THE ORIGINAL RUN PAID IT
      * AGAINST THE AMOUNT THIS REVERSAL BACKED OUT
       01 W07-TIE-HEADING.
           05  PIC X(24) VALUE SPACES.
           05  PIC X(12) VALUE "Original Run".
           05  PIC X(6)  VALUE SPACES.
           05  PIC X(8)  VALUE "Reversed".
           05  PIC X(60) VALUE SPACES.

       01 W08-TIE-LINE.
           05  W08-TIE-LABEL               PIC X(22).
           05                              PIC X(2)  VALUE SPACES.
           05  W08-TIE-ORIGINAL            PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W08-TIE-REVERSED            PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  W08-TIE-RESULT              PIC X(12).
           05                              PIC X(46) VALUE SPACES.

       01 W09-CONTROL-LINE.
           05  W09-CONTROL-LABEL           PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W09-CONTROL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(54) VALUE SPACES.

       01 W10-COUNT-LINE.
           05  W10-COUNT-LABEL             PIC X(40).
           05                              PIC X(2)  VALUE SPACES.
           05  W10-COUNT-OUT               PIC ZZZZZZ9.
           05                              PIC X(61) VALUE SPACES.

      * THE RUN BEING REVERSED, FROM THE OPERATOR'S PARAMETERS
       01 W11-REVERSE-PARMS.
           05  W11-RUN-DATE                PIC X(8)  VALUE SPACES.
           05  W11-PERIOD-PARM             PIC X(2)  VALUE SPACES.
           05  W11-PERIOD                  PIC 9(2)  VALUE ZERO.
           05  W11-PARM-SHIFT-WORK         PIC X(2)  VALUE SPACES.

       01 W12-MASTER-FILE-NAME     PIC X(20)   VALUE "Asst3.dat".
       01 W13-FILE-NAME-OVERRIDE   PIC X(20)   VALUE SPACES.

      * THE ORIGINAL RUN'S TOTALS, SUMMED AS ITS ROWS ARE PICKED OUT
       01 W14-ORIGINAL-TOTALS.
           05  W14-ORIG-GROSS              PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-WITHHOLDING        PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-FICA               PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-INSURANCE          PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-OTHER-DEDS         PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-NET                PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-ER-FICA            PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-ER-HEALTH          PIC 9(9)V99 VALUE ZERO.
           05  W14-ORIG-ER-WCB             PIC 9(9)V99 VALUE ZERO.

      * WHAT THE OFFSETTING ROWS ACTUALLY BACKED OUT
       01 W15-REVERSED-TOTALS.
           05  W15-REV-GROSS               PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-WITHHOLDING         PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-FICA                PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-INSURANCE           PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-OTHER-DEDS          PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-NET                 PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-ER-FICA             PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-ER-HEALTH           PIC 9(9)V99 VALUE ZERO.
           05  W15-REV-ER-WCB              PIC 9(9)V99 VALUE ZERO.

       01 W16-RUN-COUNTS.
           05  W16-HISTORY-READ            PIC 9(7)    VALUE ZERO.
           05  W16-ROWS-SELECTED           PIC 9(7)    VALUE ZERO.
           05  W16-ROWS-REVERSED           PIC 9(7)    VALUE ZERO.
           05  W16-PRIOR-REVERSALS         PIC 9(7)    VALUE ZERO.
           05  W16-NOT-ON-MASTER           PIC 9(7)    VALUE ZERO.
           05  W16-YTD-SHORT               PIC 9(7)    VALUE ZERO.
           05  W16-CHEQUES-VOIDED          PIC 9(7)    VALUE ZERO.
           05  W16-CHEQUES-ALREADY-VOID    PIC 9(7)    VALUE ZERO.
           05  W16-NOT-ON-REGISTER         PIC 9(7)    VALUE ZERO.
           05  W16-CHEQUES-CASHED          PIC 9(7)    VALUE ZERO.
           05  W16-TAKES-GIVEN-BACK        PIC 9(7)    VALUE ZERO.
           05  W16-GL-WRITTEN              PIC 9(7)    VALUE ZERO.
           05  W16-RETRO-REOPENED          PIC 9(7)    VALUE ZERO.
           05  W16-LEAVE-RESTORED          PIC 9(7)    VALUE ZERO.
           05  W16-LEAVE-SHORT             PIC 9(7)    VALUE ZERO.

       01 W17-MONEY-TOTALS.
           05  W17-VOIDED-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  W17-RECALL-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  W17-TAKES-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  W17-BALANCE-RESTORED        PIC 9(9)V99 VALUE ZERO.
           05  W17-GL-DEBITS               PIC 9(9)V99 VALUE ZERO.
           05  W17-GL-CREDITS              PIC 9(9)V99 VALUE ZERO.
           05  W17-RETRO-REOPENED          PIC 9(9)V99 VALUE ZERO.

      * THE EMPLOYEE'S CHEQUE FOR THE RUN, TRACKED THROUGH THE
      * REGISTER - THE LAST RECORD FOR A NUMBER IS ITS CURRENT STATE,
      * AND A VOIDED CHEQUE'S REISSUE TAKES OVER AS THE ONE STANDING
       01 W18-CHEQUE-WORK.
           05  W18-CHQ-NUMBER              PIC 9(6)    VALUE ZERO.
           05  W18-CHQ-AMOUNT              PIC 9(7)V99 VALUE ZERO.
           05  W18-CHQ-STATUS              PIC X       VALUE SPACE.
               88  W18-CHQ-NONE                        VALUE SPACE.
               88  W18-CHQ-STANDING                    VALUES "I" "R".
               88  W18-CHQ-VOID                        VALUE "V".
               88  W18-CHQ-PAID                        VALUE "P".

       01 W19-GIVE-BACK                    PIC 9(7)V99 VALUE ZERO.

      * LEAVE HOURS ACCRUED EACH PAY PERIOD, FROM THE RATE TABLE'S
      * "L" ROWS AS THE REGISTER LOADS THEM, AND THE ONE EMPLOYEE'S
      * HOURS THE RUN TOOK OFF THE BALANCES
       01 W43-LEAVE-ACCRUAL.
           05  W43-VAC-ACCRUAL             PIC 9(3)V99 VALUE ZERO.
           05  W43-SICK-ACCRUAL            PIC 9(3)V99 VALUE ZERO.
           05  W43-VAC-TAKEN               PIC 9(3)V99 VALUE ZERO.
           05  W43-SICK-TAKEN              PIC 9(3)V99 VALUE ZERO.

      * LEAVE HOURS PUT BACK AND ACCRUAL HOURS TAKEN OFF, FOR THE
      * REGISTER'S CONTROL FIGURES
       01 W44-LEAVE-TOTALS.
           05  W44-VAC-RESTORED            PIC 9(7)V99 VALUE ZERO.
           05  W44-SICK-RESTORED           PIC 9(7)V99 VALUE ZERO.
           05  W44-VAC-UNACCRUED           PIC 9(7)V99 VALUE ZERO.
           05  W44-SICK-UNACCRUED          PIC 9(7)V99 VALUE ZERO.

      * REVERSING LEDGER AMOUNTS - CREDITS BACK TO EACH DEPARTMENT'S
      * WAGE EXPENSE AND DEBITS BACK TO CASH AND THE LIABILITIES,
      * ACCUMULATED THE SAME WAY THE DISTRIBUTION RUN BUILT THEM
       01 W29-DEPT-TABLE.
           05  W29-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY W29-DEPT-IDX.
               10  W29-DEPT-CODE           PIC X(4).
               10  W29-DEPT-GROSS          PIC 9(7)V99.
               10  W29-DEPT-BURDEN         PIC 9(7)V99.

       01 W30-DEPT-COUNT                   PIC 9(3) VALUE ZERO.

       01 W31-DEPT-FOUND-SWITCH            PIC X VALUE SPACES.
           88 W31-DEPT-FOUND                     VALUE "Y".
           88 W31-DEPT-NOT-FOUND                 VALUE "N".

       01 W32-JURIS-TABLE.
           05  W32-JURIS-ENTRY OCCURS 5 TIMES
                   INDEXED BY W32-JURIS-IDX.
               10  W32-JT-CODE             PIC X(2).
               10  W32-JT-WITHHOLDING      PIC 9(7)V99.
               10  W32-JT-FICA             PIC 9(7)V99.
               10  W32-JT-ER-FICA          PIC 9(7)V99.

       01 W33-JURIS-COUNT                  PIC 9 VALUE ZERO.
       01 W34-JURIS-FOUND-SUB              PIC 9 VALUE ZERO.
       01 W35-EMP-JURIS                    PIC X(2) VALUE SPACES.

       01 W36-UNSLOTTED.
           05  W36-UNDISTRIBUTED-GROSS     PIC 9(7)V99 VALUE ZERO.
           05  W36-UNSLOT-WITHHOLDING      PIC 9(7)V99 VALUE ZERO.
           05  W36-UNSLOT-FICA             PIC 9(7)V99 VALUE ZERO.
           05  W36-UNDISTRIBUTED-BURDEN    PIC 9(7)V99 VALUE ZERO.
           05  W36-UNSLOT-ER-FICA          PIC 9(7)V99 VALUE ZERO.

      * ONE EMPLOYEE'S EMPLOYER CONTRIBUTIONS ADDED TOGETHER - THE
      * BURDEN THE DISTRIBUTION CHARGED TO THEIR DEPARTMENT
       01 W40-ROW-BURDEN                   PIC 9(7)V99 VALUE ZERO.

       01 W37-DEPT-EXPENSE-ACCOUNT.
           05  W37-EXPENSE-BASE            PIC X(4) VALUE "5100".
           05  W37-EXPENSE-DEPT            PIC X(4).

       01 W38-JURIS-ACCOUNT.
           05  W38-JA-BASE                 PIC X(4).
           05  W38-JA-JURIS                PIC X(2).
           05                              PIC X(2) VALUE SPACES.

       01 W39-FOOTER.
           05  W39-PRODUCED-BY.
               10  PIC X(19) VALUE "Report Produced By".
               10  PIC X(13) VALUE "Daniel Ingram".

       PROCEDURE DIVISION.

           MOVE "PayrollReversal" TO ABEND-PROGRAM
           MOVE "PayrollReversal" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 940-TAKE-RUN-LOCK
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS
           PERFORM 095-SNAPSHOT-MASTERS
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADINGS
           PERFORM 150-SELECT-RUN-HISTORY

           IF W01-REVERSAL-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 160-OPEN-UPDATE-FILES
               PERFORM 165-LOAD-LEAVE-ACCRUAL
               PERFORM 300-READ-WORK-RECORD
               PERFORM 400-REVERSE-ONE-EMPLOYEE
                   UNTIL W01-END-OF-FILE
               PERFORM 450-GIVE-BACK-DEDUCTIONS
               PERFORM 470-REOPEN-RETRO-PAY
               PERFORM 480-WRITE-GL-REVERSAL
               PERFORM 500-WRITE-FOOTER
           END-IF

           PERFORM 550-WRITE-AUDIT-LOG
           PERFORM 600-CLOSE-FILES
           PERFORM 975-MARK-SNAPSHOT-COMPLETE
           PERFORM 950-RELEASE-RUN-LOCK
           STOP RUN
           .

           COPY RUNPROC.

           COPY LOCKPRC.

           COPY SNAPPRC.

           COPY ABENDPRC.

           COPY MASKPRC.

           COPY SECPRC.

           COPY JRNLPRC.

      * A REVERSAL VOIDS CHEQUES AND UNDOES A WHOLE PAY RUN, SO ONLY
      * A PAYROLL SUPERVISOR MAY RUN IT - CHECKED BEFORE THE RUN LOCK
      * IS TAKEN OR ANY FILE OPENED
       080-CHECK-OPERATOR-ROLE.
           MOVE "PAYROLL REVERSAL" TO SEC-FUNCTION
           MOVE "S" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * THE RUN TO REVERSE COMES FROM THE ENVIRONMENT - ITS RUN DATE
      * (YYYYMMDD) AND PERIOD NUMBER EXACTLY AS STAMPED ON THE PAY
      * HISTORY - ALONG WITH THE USUAL MASTER FILE-NAME OVERRIDE
       090-GET-FILE-PARAMETERS.
           MOVE SPACES TO W13-FILE-NAME-OVERRIDE
           ACCEPT W13-FILE-NAME-OVERRIDE
               FROM ENVIRONMENT "ASST3_INPUT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W13-FILE-NAME-OVERRIDE NOT = SPACES
               MOVE W13-FILE-NAME-OVERRIDE TO W12-MASTER-FILE-NAME
           END-IF

           ACCEPT W11-RUN-DATE
               FROM ENVIRONMENT "REVERSE_RUN_DATE"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           ACCEPT W11-PERIOD-PARM
               FROM ENVIRONMENT "REVERSE_PERIOD"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF W11-PERIOD-PARM NOT = SPACES
      * THE OPERATOR KEYS "7", WHICH ARRIVES LEFT-JUSTIFIED -
      * SHIFT IT RIGHT AND ZERO-FILL SO THE NUMERIC TEST PASSES
               IF W11-PERIOD-PARM(2:1) = SPACE
                   MOVE W11-PERIOD-PARM TO W11-PARM-SHIFT-WORK
                   MOVE SPACES TO W11-PERIOD-PARM
                   MOVE W11-PARM-SHIFT-WORK(1:1)
                       TO W11-PERIOD-PARM(2:1)
               END-IF
               INSPECT W11-PERIOD-PARM
                   REPLACING LEADING " " BY "0"
           END-IF

           MOVE W11-RUN-DATE TO W02-RUN-DATE-OUT
           MOVE W11-PERIOD-PARM TO W02-RUN-PERIOD-OUT
           .

      * COPY ASIDE EVERYTHING THE REVERSAL REWRITES OR APPENDS TO -
      * THE EMPLOYEE AND LEAVE MASTERS, THE PAY AND DEDUCTION
      * HISTORIES, THE CHEQUE REGISTER, THE DEDUCTION MASTER, THE
      * LEDGER BATCH, RETRO PAY AND THE CHANGE JOURNAL - SO A FAILED
      * STEP CAN BE PUT BACK AS IT WAS
       095-SNAPSHOT-MASTERS.
           MOVE "E" TO SNAP-ADD-KIND
           MOVE W12-MASTER-FILE-NAME TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "L" TO SNAP-ADD-KIND
           MOVE "LeaveMaster.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "Q" TO SNAP-ADD-KIND
           MOVE "PayHistory.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChequeRegister.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "DeductHistory.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "DeductMaster.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ReversalGl.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "RetroPay.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           MOVE "ChangeJournal.dat" TO SNAP-ADD-NAME
           PERFORM 970-ADD-SNAPSHOT-FILE
           PERFORM 972-TAKE-MASTER-SNAPSHOT
           .

       100-OPEN-FILES.
           OPEN OUTPUT F11-PRINT-FILE
                I-O F03-EMPLOYEE-MASTER

           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ReversalRegister.out" TO ABEND-FILE-NAME
           MOVE W28-PRINT-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W22-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           PERFORM 930-OPEN-CHANGE-JOURNAL
           .

      * PICK THE NAMED RUN'S ROWS OUT OF THE PAY HISTORY ONTO THE
      * WORK FILE, SUMMING THE ORIGINAL TOTALS AS THEY GO. THE RUN
      * MUST BE NAMED PROPERLY, MUST EXIST, AND MUST NOT ALREADY
      * CARRY REVERSAL ROWS - A RUN IS ONLY EVER BACKED OUT ONCE
       150-SELECT-RUN-HISTORY.
           IF W11-RUN-DATE IS NOT NUMERIC
                   OR W11-PERIOD-PARM IS NOT NUMERIC
               MOVE "REVERSE_RUN_DATE / REVERSE_PERIOD NOT SET"
                   TO W06-REFUSE-REASON
               PERFORM 158-REFUSE-REVERSAL
           ELSE
               MOVE W11-PERIOD-PARM TO W11-PERIOD
               OPEN INPUT F01-HISTORY-FILE
                    OUTPUT F02-REVERSE-WORK
               MOVE "OPEN" TO ABEND-OPERATION
               MOVE "PayHistory.dat" TO ABEND-FILE-NAME
               MOVE W20-HISTORY-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
               MOVE "ReversalWork.dat" TO ABEND-FILE-NAME
               MOVE W21-WORK-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS

               PERFORM 151-READ-HISTORY
               PERFORM 152-SELECT-ONE-ROW
                   UNTIL W01-HIST-EOF
               CLOSE F01-HISTORY-FILE
                     F02-REVERSE-WORK

               EVALUATE TRUE
                   WHEN W16-PRIOR-REVERSALS > ZERO
                       MOVE "RUN HAS ALREADY BEEN REVERSED"
                           TO W06-REFUSE-REASON
                       PERFORM 158-REFUSE-REVERSAL
                   WHEN W16-ROWS-SELECTED = ZERO
                       MOVE "NO PAY HISTORY FOR THAT RUN"
                           TO W06-REFUSE-REASON
                       PERFORM 158-REFUSE-REVERSAL
               END-EVALUATE
           END-IF
           .

       151-READ-HISTORY.
           READ F01-HISTORY-FILE
               AT END SET W01-HIST-EOF TO TRUE
           END-READ
           .

       152-SELECT-ONE-ROW.
           ADD 1 TO W16-HISTORY-READ
           IF F01-HIST-RUN-DATE = W11-RUN-DATE
                   AND F01-HIST-PERIOD = W11-PERIOD
               IF F01-HIST-REVERSAL
                   ADD 1 TO W16-PRIOR-REVERSALS
               ELSE
               IF F01-HIST-REGULAR
      * A ROW FROM BEFORE THE EMPLOYER FIELDS CARRIES NO EMPLOYER
      * SHARE - ZERO THEM SO THE REST OF THE RUN CAN ADD THEM
                   IF F01-HIST-ER-FICA IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-ER-FICA
                   END-IF
                   IF F01-HIST-ER-HEALTH IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-ER-HEALTH
                   END-IF
                   IF F01-HIST-ER-WCB IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-ER-WCB
                   END-IF
      * LIKEWISE THE RATE, HOURS AND RETRO PAY ON AN OLDER ROW
                   IF F01-HIST-RATE IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-RATE
                   END-IF
                   IF F01-HIST-REG-HOURS IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-REG-HOURS
                   END-IF
                   IF F01-HIST-OT-HOURS IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-OT-HOURS
                   END-IF
                   IF F01-HIST-LEAVE-HOURS IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-LEAVE-HOURS
                   END-IF
                   IF F01-HIST-RETRO-PAY IS NOT NUMERIC
                       MOVE ZERO TO F01-HIST-RETRO-PAY
                   END-IF
                   WRITE F02-PAYHIST-RECORD FROM F01-PAYHIST-RECORD
                   ADD 1 TO W16-ROWS-SELECTED
                   ADD F01-HIST-GROSS       TO W14-ORIG-GROSS
                   ADD F01-HIST-WITHHOLDING TO W14-ORIG-WITHHOLDING
                   ADD F01-HIST-FICA        TO W14-ORIG-FICA
                   ADD F01-HIST-INSURANCE   TO W14-ORIG-INSURANCE
                   ADD F01-HIST-OTHER-DEDS  TO W14-ORIG-OTHER-DEDS
                   ADD F01-HIST-NET         TO W14-ORIG-NET
                   ADD F01-HIST-ER-FICA     TO W14-ORIG-ER-FICA
                   ADD F01-HIST-ER-HEALTH   TO W14-ORIG-ER-HEALTH
                   ADD F01-HIST-ER-WCB      TO W14-ORIG-ER-WCB
               END-IF
               END-IF
           END-IF

           PERFORM 151-READ-HISTORY
           .

      * NOTHING HAS BEEN TOUCHED YET - SAY WHY ON THE REGISTER AND
      * LEAVE THE STEP WITH A WARNING RETURN CODE
       158-REFUSE-REVERSAL.
           SET W01-REVERSAL-REFUSED TO TRUE
           WRITE F11-PRINT-RECORD FROM W06-REFUSE-LINE
               AFTER ADVANCING 2 LINES
           .

      * THE FILES THE REVERSAL ACTUALLY CHANGES ARE ONLY OPENED ONCE
      * THE RUN HAS PASSED ITS CHECKS
       160-OPEN-UPDATE-FILES.
           OPEN INPUT F02-REVERSE-WORK
           MOVE "OPEN" TO ABEND-OPERATION
           MOVE "ReversalWork.dat" TO ABEND-FILE-NAME
           MOVE W21-WORK-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F01-HISTORY-FILE
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W20-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F04-REGISTER-FILE
           IF W23-REGISTER-STATUS = "35"
               OPEN OUTPUT F04-REGISTER-FILE
           END-IF
           MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
           MOVE W23-REGISTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN EXTEND F10-GL-FILE
           IF W27-GL-STATUS = "35"
               OPEN OUTPUT F10-GL-FILE
           END-IF
           MOVE "ReversalGl.dat" TO ABEND-FILE-NAME
           MOVE W27-GL-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           OPEN I-O F14-LEAVE-MASTER
      * A LEAVE MASTER NOT YET CREATED OPENS "05" - NOT AN ERROR
           IF W42-LEAVE-STATUS NOT = "05"
               MOVE "LeaveMaster.dat" TO ABEND-FILE-NAME
               MOVE W42-LEAVE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS
           END-IF
           .

      * THE PERIOD ACCRUAL THE REGISTER ADDED, FROM THE SAME "L"
      * ROWS - ZERO (NOTHING TO TAKE OFF) WHEN THE TABLE CARRIES NONE
       165-LOAD-LEAVE-ACCRUAL.
           OPEN INPUT F15-TAXRATE-FILE
           PERFORM 166-READ-TAX-RATE
           PERFORM 167-STORE-LEAVE-ACCRUAL
               UNTIL W01-TAXRATE-EOF
           CLOSE F15-TAXRATE-FILE
           .

       166-READ-TAX-RATE.
           READ F15-TAXRATE-FILE
               AT END SET W01-TAXRATE-EOF TO TRUE
           END-READ
           .

       167-STORE-LEAVE-ACCRUAL.
           IF F15-RATE-TYPE = "L"
               IF F15-RATE-CODE = "V"
                   MOVE F15-RATE-AMOUNT TO W43-VAC-ACCRUAL
               END-IF
               IF F15-RATE-CODE = "S"
                   MOVE F15-RATE-AMOUNT TO W43-SICK-ACCRUAL
               END-IF
           END-IF
           PERFORM 166-READ-TAX-RATE
           .

       200-WRITE-HEADINGS.
           WRITE F11-PRINT-RECORD FROM W02-PAGE-HEADING
               BEFORE ADVANCING 1 LINE
           WRITE F11-PRINT-RECORD FROM RC-HEADING-LINE
           WRITE F11-PRINT-RECORD FROM W02-RUN-LINE
           WRITE F11-PRINT-RECORD FROM W02-COLUMN-HEADINGS
               AFTER ADVANCING 1 LINE
           .

       300-READ-WORK-RECORD.
           READ F02-REVERSE-WORK
               AT END SET W01-END-OF-FILE TO TRUE
           END-READ
           .

      * BACK ONE EMPLOYEE'S PAY OUT OF THE RUN - MASTER YTD FIELDS,
      * LEAVE BALANCES, OFFSETTING HISTORY ROW, CHEQUE, AND THE
      * LEDGER ACCUMULATORS
       400-REVERSE-ONE-EMPLOYEE.
           MOVE SPACES TO W05-MESSAGE-OUT
           MOVE SPACES TO W35-EMP-JURIS

           SET W01-MASTER-FOUND TO TRUE
           MOVE F02-HIST-SSN TO F01-EMPLOYEE-SSN
           READ F03-EMPLOYEE-MASTER
               INVALID KEY SET W01-MASTER-NOT-FOUND TO TRUE
           END-READ

           IF W01-MASTER-FOUND
               MOVE F01-TAX-JURIS TO W35-EMP-JURIS
               PERFORM 410-BACK-OUT-YTD
           ELSE
               ADD 1 TO W16-NOT-ON-MASTER
               MOVE "*** NOT ON EMPLOYEE MASTER - YTD NOT ADJUSTED"
                   TO W05-MESSAGE-OUT
           END-IF

           PERFORM 415-GIVE-BACK-LEAVE
           PERFORM 420-WRITE-OFFSETTING-ROW
           PERFORM 425-VOID-RUN-CHEQUE
           PERFORM 430-ACCUMULATE-GL
           PERFORM 440-WRITE-DETAIL-LINE

           PERFORM 300-READ-WORK-RECORD
           .

      * TAKE THE RUN'S AMOUNTS BACK OFF THE YTD FIELDS. A FIELD
      * HOLDING LESS THAN THE AMOUNT (THE RUN WAS NEVER POSTED) IS
      * ZEROED RATHER THAN WRAPPED, AND FLAGGED FOR REVIEW
       410-BACK-OUT-YTD.
           MOVE F01-EMPLOYEE-RECORD TO JRN-BEFORE-IMAGE
           IF YTD-EARNINGS < F02-HIST-GROSS
                   OR YTD-TAXES < F02-HIST-WITHHOLDING
                   OR YTD-FICA < F02-HIST-FICA
                   OR YTD-INSURANCE < F02-HIST-INSURANCE
               ADD 1 TO W16-YTD-SHORT
               MOVE "*** YTD LESS THAN RUN AMOUNT - FIELD ZEROED"
                   TO W05-MESSAGE-OUT
           END-IF

           IF YTD-EARNINGS < F02-HIST-GROSS
               MOVE ZERO TO YTD-EARNINGS
           ELSE
               SUBTRACT F02-HIST-GROSS FROM YTD-EARNINGS
           END-IF
           IF YTD-TAXES < F02-HIST-WITHHOLDING
               MOVE ZERO TO YTD-TAXES
           ELSE
               SUBTRACT F02-HIST-WITHHOLDING FROM YTD-TAXES
           END-IF
           IF YTD-FICA < F02-HIST-FICA
               MOVE ZERO TO YTD-FICA
           ELSE
               SUBTRACT F02-HIST-FICA FROM YTD-FICA
           END-IF
           IF YTD-INSURANCE < F02-HIST-INSURANCE
               MOVE ZERO TO YTD-INSURANCE
           ELSE
               SUBTRACT F02-HIST-INSURANCE FROM YTD-INSURANCE
           END-IF

           REWRITE F01-EMPLOYEE-RECORD
           MOVE "REWRITE" TO ABEND-OPERATION
           MOVE W12-MASTER-FILE-NAME TO ABEND-FILE-NAME
           MOVE W22-MASTER-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           MOVE F01-EMPLOYEE-RECORD TO JRN-AFTER-IMAGE
           PERFORM 931-JOURNAL-EMPLOYEE
           .

      * PUT BACK THE LEAVE THE RUN DREW DOWN AND TAKE OFF THE PERIOD
      * ACCRUAL IT ADDED. ONLY A LEAVE ROW STAMPED WITH THE RUN'S
      * DATE WAS TOUCHED BY IT, AND THE HOURS IT TOOK ARE THE PERIOD
      * HOURS CAPTURE POSTED UNDER THAT DATE - THE HISTORY ROW'S
      * LEAVE HOURS CANNOT SERVE, AS THEY LUMP IN STAT HOURS AND ARE
      * ZERO FOR SALARIED STAFF. THE STAMP IS CLEARED SO A RE-RUN
      * UNDER THE SAME DATE DRAWS DOWN AND ACCRUES AGAIN. A BALANCE
      * HOLDING LESS THAN THE ACCRUAL IS ZEROED RATHER THAN WRAPPED
       415-GIVE-BACK-LEAVE.
           SET W01-LEAVE-FOUND TO TRUE
           MOVE F02-HIST-SSN TO F14-LEAVE-SSN
           READ F14-LEAVE-MASTER
               INVALID KEY SET W01-LEAVE-NOT-FOUND TO TRUE
           END-READ

           IF W01-LEAVE-FOUND
                   AND F14-LAST-ACCRUAL-DATE = W11-RUN-DATE
               MOVE ZERO TO W43-VAC-TAKEN
               MOVE ZERO TO W43-SICK-TAKEN
               IF F14-PERIOD-DATE = W11-RUN-DATE
                   MOVE F14-PERIOD-VAC-HOURS TO W43-VAC-TAKEN
                   MOVE F14-PERIOD-SICK-HOURS TO W43-SICK-TAKEN
               END-IF

               IF F14-VAC-BALANCE < W43-VAC-ACCRUAL
                       OR F14-SICK-BALANCE < W43-SICK-ACCRUAL
                   ADD 1 TO W16-LEAVE-SHORT
                   IF W05-MESSAGE-OUT = SPACES
                       MOVE "*** LEAVE SHORT OF ACCRUAL - ZEROED"
                           TO W05-MESSAGE-OUT
                   END-IF
               END-IF

               IF F14-VAC-BALANCE < W43-VAC-ACCRUAL
                   MOVE ZERO TO F14-VAC-BALANCE
               ELSE
                   SUBTRACT W43-VAC-ACCRUAL FROM F14-VAC-BALANCE
               END-IF
               IF F14-SICK-BALANCE < W43-SICK-ACCRUAL
                   MOVE ZERO TO F14-SICK-BALANCE
               ELSE
                   SUBTRACT W43-SICK-ACCRUAL FROM F14-SICK-BALANCE
               END-IF
               ADD W43-VAC-TAKEN TO F14-VAC-BALANCE
               ADD W43-SICK-TAKEN TO F14-SICK-BALANCE
               MOVE SPACES TO F14-LAST-ACCRUAL-DATE

               REWRITE F14-LEAVE-RECORD
               MOVE "REWRITE" TO ABEND-OPERATION
               MOVE "LeaveMaster.dat" TO ABEND-FILE-NAME
               MOVE W42-LEAVE-STATUS TO ABEND-STATUS
               PERFORM 905-CHECK-FILE-STATUS

               ADD 1 TO W16-LEAVE-RESTORED
               ADD W43-VAC-TAKEN TO W44-VAC-RESTORED
               ADD W43-SICK-TAKEN TO W44-SICK-RESTORED
               ADD W43-VAC-ACCRUAL TO W44-VAC-UNACCRUED
               ADD W43-SICK-ACCRUAL TO W44-SICK-UNACCRUED
           END-IF
           .

      * THE NEGATIVE OF THE ORIGINAL ROW, UNDER THE ORIGINAL RUN
      * DATE AND PERIOD, SO THE RUN NETS TO ZERO IN EVERY QUARTER
      * AND YEAR TOTAL BUILT FROM THE HISTORY
       420-WRITE-OFFSETTING-ROW.
           MOVE F02-PAYHIST-RECORD TO F01-PAYHIST-RECORD
           COMPUTE F01-HIST-GROSS       = ZERO - F02-HIST-GROSS
           COMPUTE F01-HIST-WITHHOLDING = ZERO - F02-HIST-WITHHOLDING
           COMPUTE F01-HIST-FICA        = ZERO - F02-HIST-FICA
           COMPUTE F01-HIST-INSURANCE   = ZERO - F02-HIST-INSURANCE
           COMPUTE F01-HIST-OTHER-DEDS  = ZERO - F02-HIST-OTHER-DEDS
           COMPUTE F01-HIST-NET         = ZERO - F02-HIST-NET
           COMPUTE F01-HIST-ER-FICA     = ZERO - F02-HIST-ER-FICA
           COMPUTE F01-HIST-ER-HEALTH   = ZERO - F02-HIST-ER-HEALTH
           COMPUTE F01-HIST-ER-WCB      = ZERO - F02-HIST-ER-WCB
           COMPUTE F01-HIST-REG-HOURS   = ZERO - F02-HIST-REG-HOURS
           COMPUTE F01-HIST-OT-HOURS    = ZERO - F02-HIST-OT-HOURS
           COMPUTE F01-HIST-LEAVE-HOURS = ZERO - F02-HIST-LEAVE-HOURS
           COMPUTE F01-HIST-RETRO-PAY   = ZERO - F02-HIST-RETRO-PAY
           SET F01-HIST-REVERSAL TO TRUE

           WRITE F01-PAYHIST-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "PayHistory.dat" TO ABEND-FILE-NAME
           MOVE W20-HISTORY-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS

           ADD 1 TO W16-ROWS-REVERSED
           ADD F02-HIST-GROSS       TO W15-REV-GROSS
           ADD F02-HIST-WITHHOLDING TO W15-REV-WITHHOLDING
           ADD F02-HIST-FICA        TO W15-REV-FICA
           ADD F02-HIST-INSURANCE   TO W15-REV-INSURANCE
           ADD F02-HIST-OTHER-DEDS  TO W15-REV-OTHER-DEDS
           ADD F02-HIST-NET         TO W15-REV-NET
           ADD F02-HIST-ER-FICA     TO W15-REV-ER-FICA
           ADD F02-HIST-ER-HEALTH   TO W15-REV-ER-HEALTH
           ADD F02-HIST-ER-WCB      TO W15-REV-ER-WCB
           .

      * FIND THE CHEQUE THE RUN ISSUED THIS EMPLOYEE AND VOID IT IF
      * IT IS STILL STANDING. NET PAY WITH NO CHEQUE ON THE REGISTER
      * WENT OUT BY DEPOSIT AND HAS TO BE RECALLED THROUGH THE BANK
       425-VOID-RUN-CHEQUE.
           MOVE ZERO TO W18-CHQ-NUMBER
           MOVE ZERO TO W18-CHQ-AMOUNT
           MOVE SPACE TO W18-CHQ-STATUS
           MOVE SPACES TO W01-REG-EOF-SWITCH
           OPEN INPUT F05-REGISTER-CHECK
           PERFORM 426-MATCH-REGISTER-RECORD
               UNTIL W01-REG-EOF
           CLOSE F05-REGISTER-CHECK

           MOVE SPACES TO W04-PAYMENT-NOTE
           EVALUATE TRUE
               WHEN W18-CHQ-STANDING
                   MOVE W18-CHQ-NUMBER TO F04-REG-CHEQUE-NUMBER
                   MOVE F02-HIST-SSN TO F04-REG-SSN
                   MOVE W18-CHQ-AMOUNT TO F04-REG-AMOUNT
                   MOVE RC-BUSINESS-DATE TO F04-REG-DATE
                   MOVE "V" TO F04-REG-STATUS
                   WRITE F04-REGISTER-RECORD
                   MOVE "WRITE" TO ABEND-OPERATION
                   MOVE "ChequeRegister.dat" TO ABEND-FILE-NAME
                   MOVE W23-REGISTER-STATUS TO ABEND-STATUS
                   PERFORM 905-CHECK-FILE-STATUS
                   ADD 1 TO W16-CHEQUES-VOIDED
                   ADD W18-CHQ-AMOUNT TO W17-VOIDED-TOTAL
                   MOVE "VOIDED CHQ NO    " TO W04-NOTE-TEXT
                   MOVE W18-CHQ-NUMBER TO W04-NOTE-NUMBER
               WHEN W18-CHQ-VOID
                   ADD 1 TO W16-CHEQUES-ALREADY-VOID
                   MOVE "ALREADY VOID NO  " TO W04-NOTE-TEXT
                   MOVE W18-CHQ-NUMBER TO W04-NOTE-NUMBER
      * THE BANK HAS ALREADY PAID IT - TOO LATE TO VOID, SO THE
      * MONEY HAS TO BE RECOVERED FROM THE EMPLOYEE
               WHEN W18-CHQ-PAID
                   ADD 1 TO W16-CHEQUES-CASHED
                   MOVE "CASHED - RECOVER " TO W04-NOTE-TEXT
                   MOVE W18-CHQ-NUMBER TO W04-NOTE-NUMBER
               WHEN F02-HIST-NET > ZERO
                   ADD 1 TO W16-NOT-ON-REGISTER
                   ADD F02-HIST-NET TO W17-RECALL-TOTAL
                   MOVE "NO CHEQUE - RECALL DEPOSIT" TO W04-PAYMENT-NOTE
               WHEN OTHER
                   MOVE "NO NET PAY" TO W04-PAYMENT-NOTE
           END-EVALUATE
           .

       426-MATCH-REGISTER-RECORD.
           READ F05-REGISTER-CHECK
               AT END
                   SET W01-REG-EOF TO TRUE
               NOT AT END
                   IF F05-CHK-SSN = F02-HIST-SSN
                       PERFORM 427-TRACK-RUN-CHEQUE
                   END-IF
           END-READ
           .

       427-TRACK-RUN-CHEQUE.
           EVALUATE TRUE
      * A LATER RECORD FOR THE CHEQUE ALREADY FOUND IS ITS NEW STATE
               WHEN NOT W18-CHQ-NONE
                       AND F05-CHK-CHEQUE-NUMBER = W18-CHQ-NUMBER
                   MOVE F05-CHK-STATUS TO W18-CHQ-STATUS
      * THE ISSUE THE RUN ITSELF MADE - SAME DATE, SAME NET
               WHEN F05-CHK-STATUS = "I"
                       AND F05-CHK-DATE = W11-RUN-DATE
                       AND F05-CHK-AMOUNT = F02-HIST-NET
                   MOVE F05-CHK-CHEQUE-NUMBER TO W18-CHQ-NUMBER
                   MOVE F05-CHK-AMOUNT TO W18-CHQ-AMOUNT
                   MOVE "I" TO W18-CHQ-STATUS
      * A SPOILED RUN CHEQUE'S REPLACEMENT IS NOW THE ONE STANDING
               WHEN W18-CHQ-VOID
                       AND F05-CHK-STATUS = "R"
                       AND F05-CHK-AMOUNT = W18-CHQ-AMOUNT
                   MOVE F05-CHK-CHEQUE-NUMBER TO W18-CHQ-NUMBER
                   MOVE "R" TO W18-CHQ-STATUS
           END-EVALUATE
           .

      * GROSS BY DEPARTMENT AND WITHHOLDING/FICA BY JURISDICTION -
      * THE JURISDICTION COMES OFF THE MASTER, AS IT DID WHEN THE
      * REGISTER BUILT THE PERIOD RECORD
       430-ACCUMULATE-GL.
           COMPUTE W40-ROW-BURDEN = F02-HIST-ER-FICA
               + F02-HIST-ER-HEALTH + F02-HIST-ER-WCB
           SET W31-DEPT-NOT-FOUND TO TRUE
           PERFORM 431-ADD-TO-DEPT
               VARYING W29-DEPT-IDX FROM 1 BY 1
               UNTIL W29-DEPT-IDX > W30-DEPT-COUNT

           IF W31-DEPT-NOT-FOUND
               IF W30-DEPT-COUNT < 50
                   ADD 1 TO W30-DEPT-COUNT
                   SET W29-DEPT-IDX TO W30-DEPT-COUNT
                   MOVE F02-HIST-DEPT TO W29-DEPT-CODE(W29-DEPT-IDX)
                   MOVE F02-HIST-GROSS TO W29-DEPT-GROSS(W29-DEPT-IDX)
                   MOVE W40-ROW-BURDEN TO W29-DEPT-BURDEN(W29-DEPT-IDX)
               ELSE
                   ADD F02-HIST-GROSS TO W36-UNDISTRIBUTED-GROSS
                   ADD W40-ROW-BURDEN TO W36-UNDISTRIBUTED-BURDEN
               END-IF
           END-IF

           MOVE ZERO TO W34-JURIS-FOUND-SUB
           PERFORM 432-MATCH-JURIS-ENTRY
               VARYING W32-JURIS-IDX FROM 1 BY 1
               UNTIL W32-JURIS-IDX > W33-JURIS-COUNT

           IF W34-JURIS-FOUND-SUB = ZERO AND W33-JURIS-COUNT < 5
               ADD 1 TO W33-JURIS-COUNT
               MOVE W35-EMP-JURIS TO W32-JT-CODE(W33-JURIS-COUNT)
               MOVE ZERO TO W32-JT-WITHHOLDING(W33-JURIS-COUNT)
               MOVE ZERO TO W32-JT-FICA(W33-JURIS-COUNT)
               MOVE ZERO TO W32-JT-ER-FICA(W33-JURIS-COUNT)
               MOVE W33-JURIS-COUNT TO W34-JURIS-FOUND-SUB
           END-IF

           IF W34-JURIS-FOUND-SUB > ZERO
               ADD F02-HIST-WITHHOLDING
                   TO W32-JT-WITHHOLDING(W34-JURIS-FOUND-SUB)
               ADD F02-HIST-FICA
                   TO W32-JT-FICA(W34-JURIS-FOUND-SUB)
               ADD F02-HIST-ER-FICA
                   TO W32-JT-ER-FICA(W34-JURIS-FOUND-SUB)
           ELSE
               ADD F02-HIST-WITHHOLDING TO W36-UNSLOT-WITHHOLDING
               ADD F02-HIST-FICA TO W36-UNSLOT-FICA
               ADD F02-HIST-ER-FICA TO W36-UNSLOT-ER-FICA
           END-IF
           .

       431-ADD-TO-DEPT.
           IF F02-HIST-DEPT = W29-DEPT-CODE(W29-DEPT-IDX)
               ADD F02-HIST-GROSS TO W29-DEPT-GROSS(W29-DEPT-IDX)
               ADD W40-ROW-BURDEN TO W29-DEPT-BURDEN(W29-DEPT-IDX)
               SET W31-DEPT-FOUND TO TRUE
           END-IF
           .

       432-MATCH-JURIS-ENTRY.
           IF W35-EMP-JURIS = W32-JT-CODE(W32-JURIS-IDX)
               SET W34-JURIS-FOUND-SUB TO W32-JURIS-IDX
           END-IF
           .

       440-WRITE-DETAIL-LINE.
           MOVE F02-HIST-SSN TO MASK-ID-IN
           PERFORM 910-MASK-ID-NUMBER
           MOVE MASK-ID-OUT TO W03-SSN-OUT
           MOVE F02-HIST-DEPT TO W03-DEPT-OUT
           MOVE F02-HIST-GROSS TO W03-GROSS-OUT
           MOVE F02-HIST-WITHHOLDING TO W03-WITHHOLD-OUT
           MOVE F02-HIST-FICA TO W03-FICA-OUT
           MOVE F02-HIST-INSURANCE TO W03-INSURANCE-OUT
           MOVE F02-HIST-OTHER-DEDS TO W03-OTHER-OUT
           MOVE F02-HIST-NET TO W03-NET-OUT
           MOVE W04-PAYMENT-NOTE TO W03-PAYMENT-OUT
           WRITE F11-PRINT-RECORD FROM W03-DETAIL-LINE

           IF W05-MESSAGE-OUT NOT = SPACES
               WRITE F11-PRINT-RECORD FROM W05-MESSAGE-LINE
           END-IF
           .

      * GIVE BACK WHAT THE RUN TOOK AGAINST DECLINING BALANCES. THE
      * RUN'S TAKES ARE PICKED OFF THE DATED TAKE HISTORY AND STAGED
      * NEGATED; EACH DECLINING MASTER ROW GETS ITS OWN TAKES ADDED
      * BACK, THE MASTER IS COPIED BACK WHOLE AS THE REGISTER DOES
      * IT, AND THE NEGATED TAKES ARE APPENDED TO THE HISTORY
       450-GIVE-BACK-DEDUCTIONS.
           OPEN INPUT F06-DEDHIST-FILE
           OPEN OUTPUT F07-DEDREV-WORK
           MOVE SPACES TO W01-DED-EOF-SWITCH
           PERFORM 451-STAGE-ONE-TAKE
               UNTIL W01-DED-EOF
           CLOSE F06-DEDHIST-FILE
                 F07-DEDREV-WORK

           IF W16-TAKES-GIVEN-BACK > ZERO
               PERFORM 455-RESTORE-DEDUCT-MASTER

               OPEN INPUT F07-DEDREV-WORK
               OPEN EXTEND F06-DEDHIST-FILE
               MOVE SPACES TO W01-WORK-EOF-SWITCH
               PERFORM 459-APPEND-NEGATED-TAKE
                   UNTIL W01-WORK-EOF
               CLOSE F07-DEDREV-WORK
                     F06-DEDHIST-FILE
           END-IF
           .

       451-STAGE-ONE-TAKE.
           READ F06-DEDHIST-FILE
               AT END
                   SET W01-DED-EOF TO TRUE
               NOT AT END
                   IF F06-DHIST-RUN-DATE = W11-RUN-DATE
                           AND F06-DHIST-PERIOD = W11-PERIOD
                           AND F06-DHIST-AMOUNT > ZERO
                       MOVE F06-DEDHIST-RECORD TO F07-DEDHIST-RECORD
                       COMPUTE F07-DHIST-AMOUNT =
                           ZERO - F06-DHIST-AMOUNT
                       WRITE F07-DEDHIST-RECORD
                       ADD 1 TO W16-TAKES-GIVEN-BACK
                       ADD F06-DHIST-AMOUNT TO W17-TAKES-TOTAL
                   END-IF
           END-READ
           .

       455-RESTORE-DEDUCT-MASTER.
           OPEN INPUT F08-DEDUCT-FILE
           IF W26-DEDUCT-STATUS = "00"
               OPEN OUTPUT F09-DEDUCT-WORK
               MOVE SPACES TO W01-DED-EOF-SWITCH
               PERFORM 456-CARRY-ONE-DEDUCTION
                   UNTIL W01-DED-EOF
               CLOSE F08-DEDUCT-FILE
                     F09-DEDUCT-WORK

               OPEN INPUT F09-DEDUCT-WORK
               OPEN OUTPUT F08-DEDUCT-FILE
               MOVE SPACES TO W01-WORK-EOF-SWITCH
               PERFORM 458-COPY-ONE-ROW-BACK
                   UNTIL W01-WORK-EOF
               CLOSE F08-DEDUCT-FILE
                     F09-DEDUCT-WORK
           ELSE
               CLOSE F08-DEDUCT-FILE
           END-IF
           .

       456-CARRY-ONE-DEDUCTION.
           READ F08-DEDUCT-FILE
               AT END
                   SET W01-DED-EOF TO TRUE
               NOT AT END
                   IF F08-DED-SSN IS NUMERIC
                       AND F08-DED-BALANCE IS NUMERIC
                       AND F08-DED-DECLINING = "D"
                       PERFORM 457-LOOK-UP-GIVE-BACK
                       ADD W19-GIVE-BACK TO F08-DED-BALANCE
                       ADD W19-GIVE-BACK TO W17-BALANCE-RESTORED
                   END-IF
                   WRITE F09-DEDUCT-WORK-RECORD FROM F08-DEDUCT-RECORD
           END-READ
           .

      * SUM THE ROW'S STAGED TAKES - A FRESH PASS PER MASTER ROW, AS
      * THE REGISTER'S OWN DRAWDOWN DOES
       457-LOOK-UP-GIVE-BACK.
           MOVE ZERO TO W19-GIVE-BACK
           MOVE SPACES TO W01-LOOKUP-EOF-SWITCH
           OPEN INPUT F07-DEDREV-WORK
           PERFORM 460-MATCH-STAGED-TAKE
               UNTIL W01-LOOKUP-EOF
           CLOSE F07-DEDREV-WORK
           .

       460-MATCH-STAGED-TAKE.
           READ F07-DEDREV-WORK
               AT END
                   SET W01-LOOKUP-EOF TO TRUE
               NOT AT END
                   IF F07-DHIST-SSN = F08-DED-SSN
                       AND F07-DHIST-CODE = F08-DED-CODE
                       SUBTRACT F07-DHIST-AMOUNT FROM W19-GIVE-BACK
                   END-IF
           END-READ
           .

       458-COPY-ONE-ROW-BACK.
           READ F09-DEDUCT-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F09-DEDUCT-WORK-RECORD TO F08-DEDUCT-RECORD
                   WRITE F08-DEDUCT-RECORD
           END-READ
           .

       459-APPEND-NEGATED-TAKE.
           READ F07-DEDREV-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F07-DEDHIST-RECORD TO F06-DEDHIST-RECORD
                   WRITE F06-DEDHIST-RECORD
           END-READ
           .

      * RETRO PAY THE REVERSED RUN PAID GOES BACK TO UNPAID SO THE
      * NEXT REGISTER RUN PAYS IT AGAIN
       470-REOPEN-RETRO-PAY.
           OPEN INPUT F12-RETRO-FILE
           IF W41-RETRO-STATUS = "05"
               CLOSE F12-RETRO-FILE
           ELSE
               OPEN OUTPUT F13-RETRO-WORK
               MOVE SPACES TO W01-LOOKUP-EOF-SWITCH
               PERFORM 471-REOPEN-ONE-RETRO
                   UNTIL W01-LOOKUP-EOF
               CLOSE F12-RETRO-FILE
                     F13-RETRO-WORK

               IF W16-RETRO-REOPENED > ZERO
                   OPEN INPUT F13-RETRO-WORK
                   OPEN OUTPUT F12-RETRO-FILE
                   MOVE SPACES TO W01-WORK-EOF-SWITCH
                   PERFORM 472-COPY-RETRO-BACK
                       UNTIL W01-WORK-EOF
                   CLOSE F12-RETRO-FILE
                         F13-RETRO-WORK
               END-IF
           END-IF
           .

       471-REOPEN-ONE-RETRO.
           READ F12-RETRO-FILE
               AT END
                   SET W01-LOOKUP-EOF TO TRUE
               NOT AT END
                   IF F12-RETRO-PAID-DATE = W11-RUN-DATE
                       MOVE SPACES TO F12-RETRO-PAID-DATE
                       ADD 1 TO W16-RETRO-REOPENED
                       ADD F12-RETRO-AMOUNT TO W17-RETRO-REOPENED
                   END-IF
                   WRITE F13-RETRO-WORK-RECORD FROM F12-RETRO-RECORD
           END-READ
           .

       472-COPY-RETRO-BACK.
           READ F13-RETRO-WORK
               AT END
                   SET W01-WORK-EOF TO TRUE
               NOT AT END
                   MOVE F13-RETRO-WORK-RECORD TO F12-RETRO-RECORD
                   WRITE F12-RETRO-RECORD
           END-READ
           .

      * THE DISTRIBUTION ENTRY TURNED AROUND - CASH AND THE
      * LIABILITIES ARE DEBITED BACK, EACH DEPARTMENT'S WAGE EXPENSE
      * CREDITED BACK, SO THE BATCH BALANCES TO THE REVERSED GROSS.
      * THE EMPLOYER BURDEN COMES BACK THE SAME WAY - EACH
      * DEPARTMENT'S BURDEN EXPENSE CREDITED, THE EMPLOYER
      * LIABILITIES DEBITED
       480-WRITE-GL-REVERSAL.
           PERFORM 481-WRITE-DEPT-CREDIT
               VARYING W29-DEPT-IDX FROM 1 BY 1
               UNTIL W29-DEPT-IDX > W30-DEPT-COUNT

           PERFORM 483-WRITE-BURDEN-CREDIT
               VARYING W29-DEPT-IDX FROM 1 BY 1
               UNTIL W29-DEPT-IDX > W30-DEPT-COUNT

           IF W36-UNDISTRIBUTED-BURDEN > ZERO
               MOVE "5299" TO F10-GL-ACCOUNT
               MOVE "C" TO F10-GL-DRCR
               MOVE W36-UNDISTRIBUTED-BURDEN TO F10-GL-AMOUNT
               MOVE "REVERSE BURDEN SUSPENSE" TO F10-GL-DESC
               PERFORM 489-WRITE-GL-RECORD
           END-IF

           IF W36-UNDISTRIBUTED-GROSS > ZERO
               MOVE "5199" TO F10-GL-ACCOUNT
               MOVE "C" TO F10-GL-DRCR
               MOVE W36-UNDISTRIBUTED-GROSS TO F10-GL-AMOUNT
               MOVE "REVERSE WAGE SUSPENSE" TO F10-GL-DESC
               PERFORM 489-WRITE-GL-RECORD
           END-IF

           MOVE "1000" TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W15-REV-NET TO F10-GL-AMOUNT
           MOVE "REVERSE NET PAY" TO F10-GL-DESC
           PERFORM 489-WRITE-GL-RECORD

           PERFORM 482-WRITE-JURIS-DEBITS
               VARYING W32-JURIS-IDX FROM 1 BY 1
               UNTIL W32-JURIS-IDX > W33-JURIS-COUNT

           IF W36-UNSLOT-WITHHOLDING > ZERO
               MOVE "2109" TO F10-GL-ACCOUNT
               MOVE "D" TO F10-GL-DRCR
               MOVE W36-UNSLOT-WITHHOLDING TO F10-GL-AMOUNT
               MOVE "REVERSE WH SUSPENSE" TO F10-GL-DESC
               PERFORM 489-WRITE-GL-RECORD
           END-IF

           IF W36-UNSLOT-FICA > ZERO
               MOVE "2119" TO F10-GL-ACCOUNT
               MOVE "D" TO F10-GL-DRCR
               MOVE W36-UNSLOT-FICA TO F10-GL-AMOUNT
               MOVE "REVERSE FICA SUSPENSE" TO F10-GL-DESC
               PERFORM 489-WRITE-GL-RECORD
           END-IF

           MOVE "2120" TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W15-REV-INSURANCE TO F10-GL-AMOUNT
           MOVE "REVERSE INSURANCE PAY" TO F10-GL-DESC
           PERFORM 489-WRITE-GL-RECORD

           MOVE "2130" TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W15-REV-OTHER-DEDS TO F10-GL-AMOUNT
           MOVE "REVERSE OTHER DEDS PAY" TO F10-GL-DESC
           PERFORM 489-WRITE-GL-RECORD

           PERFORM 484-WRITE-EMPLOYER-FICA
               VARYING W32-JURIS-IDX FROM 1 BY 1
               UNTIL W32-JURIS-IDX > W33-JURIS-COUNT

           IF W36-UNSLOT-ER-FICA > ZERO
               MOVE "2159" TO F10-GL-ACCOUNT
               MOVE "D" TO F10-GL-DRCR
               MOVE W36-UNSLOT-ER-FICA TO F10-GL-AMOUNT
               MOVE "REVERSE ER FICA SUSPENSE" TO F10-GL-DESC
               PERFORM 489-WRITE-GL-RECORD
           END-IF

           MOVE "2160" TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W15-REV-ER-HEALTH TO F10-GL-AMOUNT
           MOVE "REVERSE EMPLOYER HEALTH" TO F10-GL-DESC
           PERFORM 489-WRITE-GL-RECORD

           MOVE "2170" TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W15-REV-ER-WCB TO F10-GL-AMOUNT
           MOVE "REVERSE WORKERS COMP" TO F10-GL-DESC
           PERFORM 489-WRITE-GL-RECORD
           .

       481-WRITE-DEPT-CREDIT.
           MOVE "5100" TO W37-EXPENSE-BASE
           MOVE W29-DEPT-CODE(W29-DEPT-IDX) TO W37-EXPENSE-DEPT
           MOVE W37-DEPT-EXPENSE-ACCOUNT TO F10-GL-ACCOUNT
           MOVE "C" TO F10-GL-DRCR
           MOVE W29-DEPT-GROSS(W29-DEPT-IDX) TO F10-GL-AMOUNT
           MOVE SPACES TO F10-GL-DESC
           STRING "REVERSE WAGES DEPT " DELIMITED BY SIZE
                  W29-DEPT-CODE(W29-DEPT-IDX) DELIMITED BY SIZE
               INTO F10-GL-DESC
           END-STRING
           PERFORM 489-WRITE-GL-RECORD
           .

       482-WRITE-JURIS-DEBITS.
           MOVE "2100" TO W38-JA-BASE
           MOVE W32-JT-CODE(W32-JURIS-IDX) TO W38-JA-JURIS
           MOVE W38-JURIS-ACCOUNT TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W32-JT-WITHHOLDING(W32-JURIS-IDX) TO F10-GL-AMOUNT
           MOVE SPACES TO F10-GL-DESC
           STRING "REVERSE WITHHOLDING " DELIMITED BY SIZE
                  W32-JT-CODE(W32-JURIS-IDX) DELIMITED BY SIZE
               INTO F10-GL-DESC
           END-STRING
           PERFORM 489-WRITE-GL-RECORD

           MOVE "2110" TO W38-JA-BASE
           MOVE W38-JURIS-ACCOUNT TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W32-JT-FICA(W32-JURIS-IDX) TO F10-GL-AMOUNT
           MOVE SPACES TO F10-GL-DESC
           STRING "REVERSE FICA " DELIMITED BY SIZE
                  W32-JT-CODE(W32-JURIS-IDX) DELIMITED BY SIZE
               INTO F10-GL-DESC
           END-STRING
           PERFORM 489-WRITE-GL-RECORD
           .

       483-WRITE-BURDEN-CREDIT.
           MOVE "5200" TO W37-EXPENSE-BASE
           MOVE W29-DEPT-CODE(W29-DEPT-IDX) TO W37-EXPENSE-DEPT
           MOVE W37-DEPT-EXPENSE-ACCOUNT TO F10-GL-ACCOUNT
           MOVE "C" TO F10-GL-DRCR
           MOVE W29-DEPT-BURDEN(W29-DEPT-IDX) TO F10-GL-AMOUNT
           MOVE SPACES TO F10-GL-DESC
           STRING "REVERSE BURDEN DEPT " DELIMITED BY SIZE
                  W29-DEPT-CODE(W29-DEPT-IDX) DELIMITED BY SIZE
               INTO F10-GL-DESC
           END-STRING
           PERFORM 489-WRITE-GL-RECORD
           .

       484-WRITE-EMPLOYER-FICA.
           MOVE "2150" TO W38-JA-BASE
           MOVE W32-JT-CODE(W32-JURIS-IDX) TO W38-JA-JURIS
           MOVE W38-JURIS-ACCOUNT TO F10-GL-ACCOUNT
           MOVE "D" TO F10-GL-DRCR
           MOVE W32-JT-ER-FICA(W32-JURIS-IDX) TO F10-GL-AMOUNT
           MOVE SPACES TO F10-GL-DESC
           STRING "REVERSE ER FICA/PEN " DELIMITED BY SIZE
                  W32-JT-CODE(W32-JURIS-IDX) DELIMITED BY SIZE
               INTO F10-GL-DESC
           END-STRING
           PERFORM 489-WRITE-GL-RECORD
           .

       489-WRITE-GL-RECORD.
           WRITE F10-GL-RECORD
           MOVE "WRITE" TO ABEND-OPERATION
           MOVE "ReversalGl.dat" TO ABEND-FILE-NAME
           MOVE W27-GL-STATUS TO ABEND-STATUS
           PERFORM 905-CHECK-FILE-STATUS
           ADD 1 TO W16-GL-WRITTEN
           IF F10-GL-DEBIT
               ADD F10-GL-AMOUNT TO W17-GL-DEBITS
           ELSE
               ADD F10-GL-AMOUNT TO W17-GL-CREDITS
           END-IF
           .

      * TIE THE AMOUNTS BACKED OUT TO THE ORIGINAL RUN, THEN THE
      * CHEQUE, DEPOSIT, DEDUCTION AND LEDGER CONTROL FIGURES
       500-WRITE-FOOTER.
           WRITE F11-PRINT-RECORD FROM W07-TIE-HEADING
               AFTER ADVANCING 2 LINES

           MOVE "Gross Pay" TO W08-TIE-LABEL
           MOVE W14-ORIG-GROSS TO W08-TIE-ORIGINAL
           MOVE W15-REV-GROSS TO W08-TIE-REVERSED
           IF W14-ORIG-GROSS = W15-REV-GROSS
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Withholding" TO W08-TIE-LABEL
           MOVE W14-ORIG-WITHHOLDING TO W08-TIE-ORIGINAL
           MOVE W15-REV-WITHHOLDING TO W08-TIE-REVERSED
           IF W14-ORIG-WITHHOLDING = W15-REV-WITHHOLDING
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "FICA" TO W08-TIE-LABEL
           MOVE W14-ORIG-FICA TO W08-TIE-ORIGINAL
           MOVE W15-REV-FICA TO W08-TIE-REVERSED
           IF W14-ORIG-FICA = W15-REV-FICA
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Insurance" TO W08-TIE-LABEL
           MOVE W14-ORIG-INSURANCE TO W08-TIE-ORIGINAL
           MOVE W15-REV-INSURANCE TO W08-TIE-REVERSED
           IF W14-ORIG-INSURANCE = W15-REV-INSURANCE
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Other Deductions" TO W08-TIE-LABEL
           MOVE W14-ORIG-OTHER-DEDS TO W08-TIE-ORIGINAL
           MOVE W15-REV-OTHER-DEDS TO W08-TIE-REVERSED
           IF W14-ORIG-OTHER-DEDS = W15-REV-OTHER-DEDS
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Net Pay" TO W08-TIE-LABEL
           MOVE W14-ORIG-NET TO W08-TIE-ORIGINAL
           MOVE W15-REV-NET TO W08-TIE-REVERSED
           IF W14-ORIG-NET = W15-REV-NET
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Employer FICA/Pension" TO W08-TIE-LABEL
           MOVE W14-ORIG-ER-FICA TO W08-TIE-ORIGINAL
           MOVE W15-REV-ER-FICA TO W08-TIE-REVERSED
           IF W14-ORIG-ER-FICA = W15-REV-ER-FICA
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Employer Health" TO W08-TIE-LABEL
           MOVE W14-ORIG-ER-HEALTH TO W08-TIE-ORIGINAL
           MOVE W15-REV-ER-HEALTH TO W08-TIE-REVERSED
           IF W14-ORIG-ER-HEALTH = W15-REV-ER-HEALTH
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Workers' Comp" TO W08-TIE-LABEL
           MOVE W14-ORIG-ER-WCB TO W08-TIE-ORIGINAL
           MOVE W15-REV-ER-WCB TO W08-TIE-REVERSED
           IF W14-ORIG-ER-WCB = W15-REV-ER-WCB
               MOVE "IN BALANCE" TO W08-TIE-RESULT
           ELSE
               MOVE "** MISMATCH" TO W08-TIE-RESULT
           END-IF
           WRITE F11-PRINT-RECORD FROM W08-TIE-LINE

           MOVE "Employees Reversed" TO W10-COUNT-LABEL
           MOVE W16-ROWS-REVERSED TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Not On Master - YTD Not Adjusted" TO W10-COUNT-LABEL
           MOVE W16-NOT-ON-MASTER TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "YTD Short Of Run Amount - Zeroed" TO W10-COUNT-LABEL
           MOVE W16-YTD-SHORT TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Cheques Voided" TO W10-COUNT-LABEL
           MOVE W16-CHEQUES-VOIDED TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Cheques Voided - Amount" TO W09-CONTROL-LABEL
           MOVE W17-VOIDED-TOTAL TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Cheques Already Void Before Reversal"
               TO W10-COUNT-LABEL
           MOVE W16-CHEQUES-ALREADY-VOID TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Cheques Already Cashed - Recover"
               TO W10-COUNT-LABEL
           MOVE W16-CHEQUES-CASHED TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Deposits To Recall Through Bank" TO W10-COUNT-LABEL
           MOVE W16-NOT-ON-REGISTER TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Deposits To Recall - Amount" TO W09-CONTROL-LABEL
           MOVE W17-RECALL-TOTAL TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Deduction Takes Given Back" TO W10-COUNT-LABEL
           MOVE W16-TAKES-GIVEN-BACK TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Deduction Takes Given Back - Amount"
               TO W09-CONTROL-LABEL
           MOVE W17-TAKES-TOTAL TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Declining Balances Restored" TO W09-CONTROL-LABEL
           MOVE W17-BALANCE-RESTORED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Retro Payments Owed Again" TO W10-COUNT-LABEL
           MOVE W16-RETRO-REOPENED TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Retro Payments Owed Again - Amount"
               TO W09-CONTROL-LABEL
           MOVE W17-RETRO-REOPENED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Leave Balances Restored" TO W10-COUNT-LABEL
           MOVE W16-LEAVE-RESTORED TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Leave Short Of Accrual - Zeroed" TO W10-COUNT-LABEL
           MOVE W16-LEAVE-SHORT TO W10-COUNT-OUT
           WRITE F11-PRINT-RECORD FROM W10-COUNT-LINE

           MOVE "Vacation Hours Given Back" TO W09-CONTROL-LABEL
           MOVE W44-VAC-RESTORED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Sick Hours Given Back" TO W09-CONTROL-LABEL
           MOVE W44-SICK-RESTORED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Vacation Accrual Hours Taken Off" TO W09-CONTROL-LABEL
           MOVE W44-VAC-UNACCRUED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Sick Accrual Hours Taken Off" TO W09-CONTROL-LABEL
           MOVE W44-SICK-UNACCRUED TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           MOVE "Ledger Reversal Debits" TO W09-CONTROL-LABEL
           MOVE W17-GL-DEBITS TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE
               AFTER ADVANCING 2 LINES

           MOVE "Ledger Reversal Credits" TO W09-CONTROL-LABEL
           MOVE W17-GL-CREDITS TO W09-CONTROL-AMOUNT
           WRITE F11-PRINT-RECORD FROM W09-CONTROL-LINE

           IF W17-GL-DEBITS NOT = W17-GL-CREDITS
               MOVE "*** LEDGER REVERSAL OUT OF BALANCE"
                   TO W05-MESSAGE-OUT
               WRITE F11-PRINT-RECORD FROM W05-MESSAGE-LINE
           END-IF

           WRITE F11-PRINT-RECORD FROM W39-PRODUCED-BY
               AFTER ADVANCING 2 LINES
           .

      * APPEND THIS RUN'S COUNTS TO THE SHARED AUDIT LOG
       550-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE

           MOVE "PayrollReversal"     TO AUDIT-PROGRAM
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-RUN-TIME FROM TIME
           MOVE W16-HISTORY-READ      TO AUDIT-RECORDS-READ
           MOVE W16-ROWS-REVERSED     TO AUDIT-RECORDS-WRITTEN
           MOVE W16-NOT-ON-MASTER     TO AUDIT-RECORDS-REJECTED

           WRITE AUDIT-LOG-RECORD

           CLOSE AUDIT-LOG-FILE
           .

       600-CLOSE-FILES.
           IF NOT W01-REVERSAL-REFUSED
               CLOSE F01-HISTORY-FILE
                     F02-REVERSE-WORK
                     F04-REGISTER-FILE
                     F10-GL-FILE
                     F14-LEAVE-MASTER
           END-IF
           CLOSE F03-EMPLOYEE-MASTER
                 F11-PRINT-FILE

           PERFORM 938-CLOSE-CHANGE-JOURNAL
           .
