           05  RC-RANKLIM               PIC 9(2)  VALUE 10.
           05  RC-RETENTION             PIC 9(2)  VALUE 5.
           05  RC-HOURSLIM              PIC 9(3)  VALUE 60.
           05  RC-PURGEYRS              PIC 9(2)  VALUE 7.

       01  RC-HEADING-LINE.
           05                           PIC X(15)
