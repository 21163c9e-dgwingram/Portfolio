      * PENDING DIRECT-DEPOSIT BANK CHANGES (BankPending.dat) - A
      * BANK TRANSIT OR ACCOUNT CHANGE KEYED THROUGH EMPLOYEE
      * MAINTENANCE IS HELD HERE ("H") INSTEAD OF REACHING THE SSN
      * MASTER, UNTIL A SECOND OPERATOR APPROVES ("A") OR REFUSES
      * ("R") IT. APPEND-ONLY - THE LAST RECORD FOR AN SSN IS THAT
      * EMPLOYEE'S CURRENT STATE. THE RETENTION PURGE TAKES A PURGED
      * EMPLOYEE'S ROWS OFF. COPY WITH REPLACING LEADING TO
      * SUIT EACH PROGRAM'S FILE PREFIX - 149 CHARS
       01  B01-PENDING-RECORD.
           05  B01-PEND-SSN                PIC 9(9).
           05  B01-PEND-STATE              PIC X.
               88  B01-PEND-HELD           VALUE "H".
               88  B01-PEND-APPROVED       VALUE "A".
               88  B01-PEND-REFUSED        VALUE "R".
           05  B01-PEND-NEW-TRANSIT        PIC 9(9).
           05  B01-PEND-NEW-ACCOUNT        PIC X(12).
      * THE PAY METHOD KEYED WITH THE CHANGE - AN EFT ENROLMENT
      * ONLY TAKES EFFECT WITH THE BANK DETAILS IT CAME WITH
           05  B01-PEND-NEW-PAY-METHOD     PIC X.
           05  B01-PEND-OLD-TRANSIT        PIC 9(9).
           05  B01-PEND-OLD-ACCOUNT        PIC X(12).
           05  B01-PEND-KEYED-BY           PIC X(8).
           05  B01-PEND-KEYED-DATE         PIC X(8).
           05  B01-PEND-KEYED-TIME         PIC X(8).
           05  B01-PEND-DECIDED-BY         PIC X(8).
           05  B01-PEND-DECIDED-DATE       PIC X(8).
      * THE ADDRESS THE CONFIRMATION LETTER GOES TO WHEN THE SAME
      * MAINTENANCE BATCH ALSO CHANGED THE ADDRESS - THE ADDRESS
      * AS IT STOOD BEFORE THAT BATCH, SO A HIJACKED ADDRESS CAN'T
      * INTERCEPT THE LETTER. BLANK FLAG MEANS USE THE ADDRESS
      * MASTER AS IT STANDS
           05  B01-PEND-OLD-ADDR-FLAG      PIC X.
               88  B01-PEND-USE-OLD-ADDR   VALUE "Y".
           05  B01-PEND-OLD-ADDRESS.
               10  B01-PEND-OLD-STREET     PIC X(30).
               10  B01-PEND-OLD-CITY       PIC X(10).
               10  B01-PEND-OLD-PROV       PIC X(2).
               10  B01-PEND-OLD-POSTCD     PIC X(10).
               10  B01-PEND-OLD-UNDELIV    PIC X.
               10  B01-PEND-OLD-COUNTRY    PIC X(2).
