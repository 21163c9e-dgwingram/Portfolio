      * FROM THE PERMANENT PAY HISTORY, THEN PROVES THE YEAR'S
      * HISTORY AGAINST THE YTD FIELDS ON THE VALIDATED MASTER SO
      * THE ACCOUNTANT FILES FROM A TIED-OUT NUMBER INSTEAD OF
      * REBUILDING IT FROM PAPER REGISTERS. THE EMPLOYER'S FICA/
      * PENSION MATCH PRINTS BESIDE THE EMPLOYEE SHARE, WITH THE
      * EMPLOYER HEALTH AND WORKERS' COMP COST FOR THE QUARTER
       FILE-CONTROL.
           SELECT F01-HISTORY-FILE ASSIGN TO 'PayHistory.dat'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F01-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F01-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F01==.
               10  PIC X(7)  VALUE "Quarter".
               10  PIC X(5)  VALUE SPACES.
               10  PIC X(11) VALUE "Withholding".
               10  PIC X(15) VALUE "  Employee FICA".
               10  PIC X(15) VALUE "  Employer FICA".
               10  PIC X(15) VALUE "     Total FICA".
               10  PIC X(15) VALUE "  Employer Hlth".
               10  PIC X(15) VALUE "   Workers Comp".

      * ONE BUCKET PER CALENDAR QUARTER OF THE REPORT YEAR
       01 W03-QUARTER-TOTALS.
                   INDEXED BY W03-QUARTER-IDX.
               10  W03-QTR-WITHHOLDING PIC 9(9)V99.
               10  W03-QTR-FICA        PIC 9(9)V99.
               10  W03-QTR-ER-FICA     PIC 9(9)V99.
               10  W03-QTR-ER-HEALTH   PIC 9(9)V99.
               10  W03-QTR-ER-WCB      PIC 9(9)V99.

       01 W04-HISTORY-WORK.
           05  W04-REPORT-YEAR         PIC X(4)  VALUE SPACES.
           05  W05-QUARTER-OUT         PIC 9.
           05                          PIC X(5)  VALUE SPACES.
           05  W05-WITHHOLDING-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W05-FICA-OUT            PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W05-ER-FICA-OUT         PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W05-TOTAL-FICA-OUT      PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W05-ER-HEALTH-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.
           05  W05-ER-WCB-OUT          PIC ZZ,ZZZ,ZZ9.99.
           05                          PIC X(2)  VALUE SPACES.

      * YEAR TOTALS FROM THE HISTORY SIDE AND THE MASTER'S YTD SIDE
       01 W06-PROOF-TOTALS.
       110-INIT-QUARTER-BUCKET.
           MOVE ZERO TO W03-QTR-WITHHOLDING(W03-QUARTER-IDX)
           MOVE ZERO TO W03-QTR-FICA(W03-QUARTER-IDX)
           MOVE ZERO TO W03-QTR-ER-FICA(W03-QUARTER-IDX)
           MOVE ZERO TO W03-QTR-ER-HEALTH(W03-QUARTER-IDX)
           MOVE ZERO TO W03-QTR-ER-WCB(W03-QUARTER-IDX)
           .

       200-WRITE-HEADINGS.
                       TO W03-QTR-FICA(W04-QUARTER-SUB)
                   ADD F01-HIST-WITHHOLDING TO W06-HIST-WITHHOLDING
                   ADD F01-HIST-FICA TO W06-HIST-FICA
                   PERFORM 410-ADD-EMPLOYER-SHARE
               END-IF
           END-IF

           PERFORM 300-READ-HISTORY
           .

      * HISTORY WRITTEN BEFORE THE EMPLOYER FIELDS CARRIES SPACES
      * THERE - THOSE ROWS SIMPLY HAVE NO EMPLOYER SHARE TO ADD
       410-ADD-EMPLOYER-SHARE.
           IF F01-HIST-ER-FICA IS NUMERIC
               ADD F01-HIST-ER-FICA
                   TO W03-QTR-ER-FICA(W04-QUARTER-SUB)
           END-IF
           IF F01-HIST-ER-HEALTH IS NUMERIC
               ADD F01-HIST-ER-HEALTH
                   TO W03-QTR-ER-HEALTH(W04-QUARTER-SUB)
           END-IF
           IF F01-HIST-ER-WCB IS NUMERIC
               ADD F01-HIST-ER-WCB
                   TO W03-QTR-ER-WCB(W04-QUARTER-SUB)
           END-IF
           .

      * THE MASTER'S YTD FIELDS ARE THE OTHER SIDE OF THE PROOF
       420-SUM-MASTER-YTD.
           PERFORM 421-READ-VALID-RECORD
           MOVE W03-QTR-WITHHOLDING(W03-QUARTER-IDX)
               TO W05-WITHHOLDING-OUT
           MOVE W03-QTR-FICA(W03-QUARTER-IDX) TO W05-FICA-OUT
           MOVE W03-QTR-ER-FICA(W03-QUARTER-IDX) TO W05-ER-FICA-OUT
           COMPUTE W05-TOTAL-FICA-OUT =
               W03-QTR-FICA(W03-QUARTER-IDX)
                   + W03-QTR-ER-FICA(W03-QUARTER-IDX)
           MOVE W03-QTR-ER-HEALTH(W03-QUARTER-IDX)
               TO W05-ER-HEALTH-OUT
           MOVE W03-QTR-ER-WCB(W03-QUARTER-IDX) TO W05-ER-WCB-OUT
           WRITE F03-PRINT-RECORD FROM W05-DETAIL-LINE
           .

