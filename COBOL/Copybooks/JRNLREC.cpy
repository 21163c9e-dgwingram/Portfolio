      * SHARED CHANGE JOURNAL FD/RECORD - ONE ROW PER FIELD CHANGED,
      * WITH THE VALUE BEFORE AND AFTER IN PRINTABLE FORM (MONEY AND
      * HOURS EDITED WITH THEIR DECIMAL POINT). AN ADD HAS A BLANK
      * BEFORE VALUE AND A DELETE A BLANK AFTER VALUE - 129 CHARS
       FD  CHANGE-JOURNAL-FILE
           RECORD CONTAINS 129 CHARACTERS
           DATA RECORD IS CHANGE-JOURNAL-RECORD.
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-SSN                  PIC 9(9).
           05  JRN-FIELD-NAME           PIC X(16).
           05  JRN-BEFORE-VALUE         PIC X(30).
           05  JRN-AFTER-VALUE          PIC X(30).
           05  JRN-PROGRAM              PIC X(20).
           05  JRN-OPERATOR             PIC X(8).
           05  JRN-CHANGE-DATE          PIC X(8).
           05  JRN-CHANGE-TIME          PIC X(8).
