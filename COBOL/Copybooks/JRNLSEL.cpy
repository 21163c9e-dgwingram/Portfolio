      * SHARED FIELD-LEVEL CHANGE JOURNAL SELECT, COPIED INTO EVERY
      * PROGRAM THAT UPDATES THE SSN MASTER OR THE ADDRESS MASTER.
      * PERMANENT AND APPEND-ONLY - NOTHING PRUNES IT, SO IT IS THE
      * AUDIT TRAIL OF EVERY FIELD EVER CHANGED. ONLY THE RETENTION
      * PURGE REWRITES IT, TO GIVE A PURGED EMPLOYEE'S ROWS THE
      * SURROGATE ID AND BLANK THE VALUES CHANGED
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ChangeJournal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
