      * CHART-OF-ACCOUNTS MASTER RECORD (ChartOfAccounts.dat), KEYED
      * BY ACCOUNT NUMBER IN THE SAME 8-CHARACTER FORM THE POSTING
      * FILE CARRIES ("5100" + DEPARTMENT, "2100" + JURISDICTION).
      * COPY WITH REPLACING LEADING TO SUIT EACH PROGRAM'S FILE
      * PREFIX - 41 CHARS
       01  C01-ACCOUNT-RECORD.
           05  C01-ACCT-NUMBER             PIC X(8).
           05  C01-ACCT-NAME               PIC X(30).
           05  C01-ACCT-TYPE               PIC X.
               88  C01-ACCT-ASSET          VALUE "A".
               88  C01-ACCT-LIABILITY      VALUE "L".
               88  C01-ACCT-EQUITY         VALUE "Q".
               88  C01-ACCT-INCOME         VALUE "I".
               88  C01-ACCT-EXPENSE        VALUE "E".
               88  C01-ACCT-PROFIT-LOSS    VALUES "I" "E".
               88  C01-ACCT-TYPE-VALID     VALUES "A" "L" "Q" "I" "E".
      * AN INACTIVE ACCOUNT STAYS ON THE CHART FOR ITS HISTORY BUT
      * TAKES NO NEW POSTINGS - THEY GO TO SUSPENSE
           05  C01-ACCT-STATUS             PIC X.
               88  C01-ACCT-ACTIVE         VALUE "A".
               88  C01-ACCT-INACTIVE       VALUE "I".
               88  C01-ACCT-STATUS-VALID   VALUES "A" "I".
      * "S" MARKS THE ONE SUSPENSE ACCOUNT, "R" THE ONE RETAINED-
      * EARNINGS ACCOUNT THE YEAR-END CLOSE ROLLS INTO
           05  C01-ACCT-ROLE               PIC X.
               88  C01-ACCT-SUSPENSE       VALUE "S".
               88  C01-ACCT-RETAINED       VALUE "R".
               88  C01-ACCT-ORDINARY       VALUE SPACE.
               88  C01-ACCT-ROLE-VALID     VALUES "S" "R" SPACE.
