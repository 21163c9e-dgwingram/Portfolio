      * SHARED SECURITY-VIOLATION LOG SELECT, COPIED INTO THE SIGN-ON
      * UTILITY THAT APPENDS TO IT AND THE WEEKLY REVIEW THAT READS
      * IT. OPTIONAL SO A QUIET WEEK WITH NO LOG YET STILL REPORTS
           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SecurityViolations.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-LOG-STATUS.
