      * SHARED INVENTORY LEDGER WORKING STORAGE, COPIED INTO EACH
      * PROGRAM THAT WRITES INVENTORY ENTRIES (SEE INVGLPRC). EVERY
      * ACCOUNT IS A FOUR-DIGIT BASE FOLLOWED BY THE WAREHOUSE CODE,
      * SO EACH SITE CARRIES ITS OWN INVENTORY, IN-TRANSIT, ASSEMBLY
      * WORK-IN-PROCESS, ACCRUAL, COST OF GOODS SOLD AND SHRINKAGE
      * ACCOUNTS
       01  IGL-BATCH-STATUS             PIC XX    VALUE SPACES.
       01  IGL-LAYER-STATUS             PIC XX    VALUE SPACES.

       01  IGL-ACCOUNT-BASES.
           05  IGL-INVENTORY-BASE       PIC X(4)  VALUE "1300".
           05  IGL-TRANSIT-BASE         PIC X(4)  VALUE "1350".
           05  IGL-ASSEMBLY-BASE        PIC X(4)  VALUE "1400".
           05  IGL-ACCRUAL-BASE         PIC X(4)  VALUE "2300".
           05  IGL-COGS-BASE            PIC X(4)  VALUE "5000".
           05  IGL-SHRINK-BASE          PIC X(4)  VALUE "5900".

       01  IGL-ACCOUNT.
           05  IGL-ACCOUNT-BASE         PIC X(4).
           05  IGL-ACCOUNT-WAREHOUSE    PIC X(4).

      * ONE ENTRY - THE CALLER FILLS THESE AND PERFORMS 962. THE
      * CREDIT WAREHOUSE IS LEFT BLANK UNLESS THE CREDIT SIDE BELONGS
      * TO ANOTHER SITE (A TRANSFER ARRIVING FROM ITS DONOR)
       01  IGL-ENTRY.
           05  IGL-WAREHOUSE            PIC X(4)  VALUE SPACES.
           05  IGL-CREDIT-WAREHOUSE     PIC X(4)  VALUE SPACES.
           05  IGL-PART-NAME            PIC X(20) VALUE SPACES.
           05  IGL-DEBIT-BASE           PIC X(4)  VALUE SPACES.
           05  IGL-CREDIT-BASE          PIC X(4)  VALUE SPACES.
           05  IGL-ENTRY-AMOUNT         PIC 9(7)V99 VALUE ZERO.
           05  IGL-ENTRY-DESC           PIC X(24) VALUE SPACES.
           05  IGL-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.

      * COSTING A CHANGE IN ON-HAND (964) - THE CALLER SETS THE
      * WAREHOUSE, PART, RECORD PRICE AND THE ON-HAND BEFORE AND
      * AFTER (LOW/HIGH, NEITHER NEGATIVE)
       01  IGL-COSTING.
           05  IGL-RECORD-PRICE         PIC 9999V99 VALUE ZERO.
           05  IGL-LOW-ON-HAND          PIC S9(7) VALUE ZERO.
           05  IGL-HIGH-ON-HAND         PIC S9(7) VALUE ZERO.
           05  IGL-LAYER-TOTAL          PIC S9(9) VALUE ZERO.
           05  IGL-WINDOW-LOW           PIC S9(9) VALUE ZERO.
           05  IGL-WINDOW-HIGH          PIC S9(9) VALUE ZERO.
           05  IGL-LAYER-START          PIC S9(9) VALUE ZERO.
           05  IGL-LAYER-END            PIC S9(9) VALUE ZERO.
           05  IGL-OVERLAP-LOW          PIC S9(9) VALUE ZERO.
           05  IGL-OVERLAP-HIGH         PIC S9(9) VALUE ZERO.
           05  IGL-OVERLAP-UNITS        PIC S9(9) VALUE ZERO.
           05  IGL-COST-VALUE           PIC 9(9)V99 VALUE ZERO.
           05  IGL-LAYER-EOF-SWITCH     PIC X     VALUE SPACES.
               88  IGL-LAYER-EOF                  VALUE "T".
