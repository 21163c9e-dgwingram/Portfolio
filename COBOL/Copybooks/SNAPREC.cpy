      * SHARED MASTER-SNAPSHOT MANIFEST FD/RECORD. ONE HEADER NAMING
      * THE STEP THAT TOOK THE SNAPSHOT SET AND WHERE IT STANDS, THEN
      * ONE DETAIL PER MASTER COPIED - ONLY ONE SET IS EVER LIVE,
      * SINCE ONLY THE RUN-LOCK HOLDER TAKES ONE. A SET STILL MARKED
      * TAKEN BELONGS TO A STEP THAT NEVER REACHED ITS CLEAN END
       FD  SNAP-MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNAP-MANIFEST-RECORD.
       01  SNAP-MANIFEST-RECORD.
           05  SNAP-REC-TYPE            PIC X.
               88  SNAP-HEADER-REC                VALUE "H".
               88  SNAP-DETAIL-REC                VALUE "D".
           05  SNAP-REC-BODY            PIC X(79).
           05  SNAP-HEADER-BODY REDEFINES SNAP-REC-BODY.
               10  SNAP-HDR-STEP        PIC X(20).
               10  SNAP-HDR-STATE       PIC X.
                   88  SNAP-SET-TAKEN             VALUE "T".
                   88  SNAP-SET-COMPLETE          VALUE "C".
                   88  SNAP-SET-RESTORED          VALUE "R".
               10  SNAP-HDR-DATE        PIC X(8).
               10  SNAP-HDR-TIME        PIC X(8).
               10                       PIC X(42).
           05  SNAP-DETAIL-BODY REDEFINES SNAP-REC-BODY.
      * KIND: S SITE MASTER, P OPEN PO, E EMPLOYEE MASTER, L LEAVE
      * MASTER, N SIN MASTER, A ADDRESS MASTER, T TRANSFER ORDERS,
      * I IN-TRANSIT LAYERS, G GL BALANCES, Q LINE-SEQUENTIAL FILE
      * THE STEP APPENDS TO OR REWRITES
               10  SNAP-DTL-KIND        PIC X.
               10  SNAP-DTL-MASTER      PIC X(30).
               10  SNAP-DTL-SNAPSHOT    PIC X(34).
      * N - THE FILE DID NOT EXIST WHEN THE SNAPSHOT WAS TAKEN
               10  SNAP-DTL-PRESENT     PIC X.
               10  SNAP-DTL-COUNT       PIC 9(7).
               10                       PIC X(6).
