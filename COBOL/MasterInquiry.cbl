           COPY ADDRREC.

       FD  F05-INVENTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F05-INVENTORY-RECORD.
       01  F05-INVENTORY-RECORD.
           05  F05-PART-NAME           PIC X(20).
           05  F05-INVENTORY-RECEIVED  PIC 9(3).
           05  F05-INVENTORY-SHIPPED   PIC 9(3).
           05  F05-INVENTORY-PRICE     PIC 9999V99.
           05  F05-INVENTORY-RETURNED  PIC 9(3).
           05  F05-INVENTORY-XFER-IN   PIC 9(3).
           05  F05-INVENTORY-XFER-OUT  PIC 9(3).
           05  F05-INVENTORY-ASSEMBLED PIC 9(3).
           05  F05-INVENTORY-CONSUMED  PIC 9(3).

       FD  F06-PRINT-FILE
           RECORD CONTAINS 100 CHARACTERS

           COPY MASKWS.

           COPY SECWS.

      * PER-FILE STATUS FIELDS FOR THE OPERATOR ABEND CHECKS
       01 W20-INQUIRY-STATUS       PIC XX VALUE SPACES.
       01 W21-SSN-STATUS           PIC XX VALUE SPACES.
       PROCEDURE DIVISION.

           MOVE "MasterInquiry" TO ABEND-PROGRAM
           MOVE "MasterInquiry" TO SEC-PROGRAM
           PERFORM 080-CHECK-OPERATOR-ROLE
           PERFORM 085-READ-RUN-CONTROL
           PERFORM 908-GET-MASK-OPTION
           PERFORM 090-GET-FILE-PARAMETERS

           COPY MASKPRC.

           COPY SECPRC.

      * ONLY PAYROLL STAFF MAY LOOK UP EMPLOYEES, AND ONLY AS
      * THEMSELVES - THE ID LOGGED AGAINST EACH INQUIRY IS THE ONE
      * PROVED AT SIGN-ON
       080-CHECK-OPERATOR-ROLE.
           MOVE "EMPLOYEE INQUIRY" TO SEC-FUNCTION
           MOVE "CS" TO SEC-ALLOWED-ROLES
           PERFORM 982-REQUIRE-OPERATOR-AUTHORITY
           .

      * PICK UP FILE-NAME OVERRIDES AND THE OPERATOR ID FROM THE
      * ENVIRONMENT, IF SET
       090-GET-FILE-PARAMETERS.
           .

      * ON-HAND IS COMPUTED THE WAY THE INVENTORY RUN COMPUTES IT -
      * BEGINNING PLUS RECEIVED, RETURNED, TRANSFERRED IN AND
      * ASSEMBLED, LESS SHIPPED, TRANSFERRED OUT AND CONSUMED
       445-WRITE-PART-DETAIL.
           MOVE F05-BEGINNING-QUANTITY TO W08-BEGIN-OUT
           MOVE F05-INVENTORY-RECEIVED TO W08-RECEIVED-OUT
           MOVE F05-INVENTORY-SHIPPED TO W08-SHIPPED-OUT
           COMPUTE W09-ONHAND = F05-BEGINNING-QUANTITY
               + F05-INVENTORY-RECEIVED + F05-INVENTORY-RETURNED
               + F05-INVENTORY-XFER-IN
               + F05-INVENTORY-ASSEMBLED
               - F05-INVENTORY-SHIPPED - F05-INVENTORY-XFER-OUT
               - F05-INVENTORY-CONSUMED
           MOVE W09-ONHAND TO W08-ONHAND-OUT
           MOVE F05-INVENTORY-PRICE TO W08-PRICE-OUT
           WRITE F06-PRINT-RECORD FROM W08-PART-LINE
