       DATA DIVISION.
       FILE SECTION.
       FD  F01-PERIOD-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS F01-PERIOD-RECORD.

           COPY PERIODREC REPLACING LEADING ==P05== BY ==F01==.

       FD  F02-HISTORY-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F02-PAYHIST-RECORD.

           COPY PAYHIST REPLACING LEADING ==H01== BY ==F02==.
