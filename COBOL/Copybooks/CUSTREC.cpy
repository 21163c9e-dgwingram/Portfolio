      * CUSTOMER MASTER RECORD (CustomerMaster.dat), KEYED BY
      * CUSTOMER NUMBER. BILL-TO AND SHIP-TO ADDRESSES ARE IN THE
      * SAME SHAPE AS THE EMPLOYEE ADDRESS MASTER; SALES TAX FOLLOWS
      * THE SHIP-TO PROVINCE. COPY WITH REPLACING LEADING TO SUIT
      * EACH PROGRAM'S FILE PREFIX - 153 CHARS
       01  U01-CUSTOMER-RECORD.
           05  U01-CUST-NUMBER             PIC X(6).
           05  U01-CUST-NAME               PIC X(30).
           05  U01-CUST-BILL-TO.
               10  U01-BILL-STREET         PIC X(30).
               10  U01-BILL-CITY           PIC X(10).
               10  U01-BILL-PROV           PIC X(2).
               10  U01-BILL-POSTCD         PIC X(10).
           05  U01-CUST-SHIP-TO.
               10  U01-SHIP-STREET         PIC X(30).
               10  U01-SHIP-CITY           PIC X(10).
               10  U01-SHIP-PROV           PIC X(2).
               10  U01-SHIP-POSTCD         PIC X(10).
      * ORDERS ARE HELD BEFORE ALLOCATION ONCE OPEN RECEIVABLES PLUS
      * THE ORDER WOULD PASS THE LIMIT
           05  U01-CUST-CREDIT-LIMIT       PIC 9(7)V99.
           05  U01-CUST-TERMS-DAYS         PIC 9(3).
      * AN INACTIVE CUSTOMER STAYS ON FILE FOR ITS RECEIVABLES BUT
      * TAKES NO NEW ORDERS
           05  U01-CUST-STATUS             PIC X.
               88  U01-CUST-ACTIVE         VALUE "A".
               88  U01-CUST-INACTIVE       VALUE "I".
               88  U01-CUST-STATUS-VALID   VALUES "A" "I".
