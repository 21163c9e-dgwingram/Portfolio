      * SHARED CHANGE JOURNAL WORKING STORAGE, COPIED INTO EACH
      * PROGRAM THAT JOURNALS MASTER CHANGES (SEE JRNLPRC). THE
      * CALLER MOVES THE RECORD AS READ TO JRN-BEFORE-IMAGE AND THE
      * RECORD AS WRITTEN TO JRN-AFTER-IMAGE, THEN PERFORMS 931 (SSN
      * MASTER) OR 932 (ADDRESS MASTER)
       01  JRN-FILE-STATUS              PIC XX    VALUE SPACES.

       01  JRN-CONTROLS.
           05  JRN-OPERATOR-ID          PIC X(8)  VALUE SPACES.
           05  JRN-SUB                  PIC 9(2)  VALUE ZERO.
           05  JRN-FIRST-FIELD          PIC 9(2)  VALUE ZERO.
           05  JRN-LAST-FIELD           PIC 9(2)  VALUE ZERO.
           05  JRN-OFFSET               PIC 9(3)  VALUE ZERO.
           05  JRN-LENGTH               PIC 9(3)  VALUE ZERO.
           05  JRN-ENTRIES-WRITTEN      PIC 9(7)  VALUE ZERO.

       01  JRN-BEFORE-IMAGE             PIC X(133) VALUE SPACES.
       01  JRN-AFTER-IMAGE              PIC X(133) VALUE SPACES.

       01  JRN-EDIT-WORK.
           05  JRN-RAW-VALUE            PIC X(30) VALUE SPACES.
           05  JRN-EDITED-VALUE         PIC X(30) VALUE SPACES.
           05  JRN-DIGITS               PIC 9(9)  VALUE ZERO.
           05  JRN-AMOUNT               PIC 9(7)V99 VALUE ZERO.
           05  JRN-AMOUNT-OUT           PIC Z(6)9.99.

      * THE JOURNALLED FIELDS - NAME, POSITION AND LENGTH IN THE
      * RECORD IMAGE, AND "2" WHERE THE FIELD CARRIES TWO IMPLIED
      * DECIMALS. ENTRIES 1-22 ARE THE SSN MASTER (EMPREC), 23-28
      * THE ADDRESS MASTER (ADDRREC)
       01  JRN-FIELD-VALUES.
           05  PIC X(23) VALUE "FULL-NAME       010027X".
           05  PIC X(23) VALUE "HOURLY-RATE     0370052".
           05  PIC X(23) VALUE "HOURS-WORKED    0420052".
           05  PIC X(23) VALUE "SALARY-TYPE     047001X".
           05  PIC X(23) VALUE "DEPENDANTS      048002X".
           05  PIC X(23) VALUE "TAX-STATUS      050001X".
           05  PIC X(23) VALUE "INSURANCE       051001X".
           05  PIC X(23) VALUE "YTD-EARNINGS    0520082".
           05  PIC X(23) VALUE "YTD-TAXES       0600072".
           05  PIC X(23) VALUE "YTD-FICA        0670062".
           05  PIC X(23) VALUE "YTD-INSURANCE   0730062".
           05  PIC X(23) VALUE "PAY-METHOD      079001X".
           05  PIC X(23) VALUE "BANK-TRANSIT    080009X".
           05  PIC X(23) VALUE "BANK-ACCOUNT    089012X".
           05  PIC X(23) VALUE "DEPT-CODE       101004X".
           05  PIC X(23) VALUE "PRENOTE-STATUS  105001X".
           05  PIC X(23) VALUE "PRENOTE-DATE    106008X".
           05  PIC X(23) VALUE "EMP-STATUS      114001X".
           05  PIC X(23) VALUE "HIRE-DATE       115008X".
           05  PIC X(23) VALUE "TERM-DATE       123008X".
           05  PIC X(23) VALUE "TAX-JURIS       131002X".
           05  PIC X(23) VALUE "PAY-FREQUENCY   133001X".
           05  PIC X(23) VALUE "ADDR-STREET     010030X".
           05  PIC X(23) VALUE "ADDR-CITY       040010X".
           05  PIC X(23) VALUE "ADDR-PROV       050002X".
           05  PIC X(23) VALUE "ADDR-POSTCD     052010X".
           05  PIC X(23) VALUE "ADDR-UNDELIV    062001X".
           05  PIC X(23) VALUE "ADDR-COUNTRY    063002X".
       01  JRN-FIELD-TABLE REDEFINES JRN-FIELD-VALUES.
           05  JRN-FIELD-ENTRY OCCURS 28 TIMES.
               10  JRN-TBL-NAME         PIC X(16).
               10  JRN-TBL-OFFSET       PIC 9(3).
               10  JRN-TBL-LENGTH       PIC 9(3).
               10  JRN-TBL-EDIT         PIC X.
                   88  JRN-TBL-TWO-DECIMALS       VALUE "2".
