      * BILL OF MATERIALS RECORD (BomMaster.dat), ONE PER COMPONENT
      * OF AN ASSEMBLED PART, KEYED BY PARENT AND COMPONENT SO A
      * PARENT'S COMPONENTS READ BACK TOGETHER. QUANTITY PER IS THE
      * WHOLE UNITS OF THE COMPONENT ONE PARENT UNIT TAKES. BOTH PART
      * NAMES ARE THE SAME NAMES THE SITE MASTERS CARRY. COPY WITH
      * REPLACING LEADING TO SUIT EACH PROGRAM'S FILE PREFIX -
      * 43 CHARS
       01  T01-BOM-RECORD.
           05  T01-BOM-KEY.
               10  T01-BOM-PARENT          PIC X(20).
               10  T01-BOM-COMPONENT       PIC X(20).
           05  T01-BOM-QTY-PER             PIC 9(3).
           05  T01-BOM-QTY-PER-X
                   REDEFINES T01-BOM-QTY-PER PIC X(3).
