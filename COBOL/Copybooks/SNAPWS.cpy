      * SHARED MASTER-SNAPSHOT WORKING STORAGE, COPIED INTO EACH STEP
      * THAT UPDATES THE MASTERS IN PLACE (SEE SNAPPRC). THE STEP
      * LISTS EVERY FILE IT IS ABOUT TO CHANGE - KIND AS ON THE
      * MANIFEST DETAIL (SEE SNAPREC) PLUS FILE NAME - AND THE LIST
      * IS HANDED TO THE SNAPSHOT UTILITY THROUGH THE ENVIRONMENT
       01  SNAP-MANIFEST-STATUS         PIC XX    VALUE SPACES.

       01  SNAP-CONTROLS.
           05  SNAP-COMMAND             PIC X(30)
                   VALUE "./MasterSnapshot".
           05  SNAP-MODE                PIC X     VALUE SPACE.
           05  SNAP-FILE-COUNT          PIC 9(2)  VALUE ZERO.
           05  SNAP-ADD-KIND            PIC X     VALUE SPACE.
           05  SNAP-ADD-NAME            PIC X(30) VALUE SPACES.
           05  SNAP-SAVED-RC            PIC S9(4) VALUE ZERO.

       01  SNAP-FILE-LIST.
           05  SNAP-FILE-ENTRY OCCURS 12 TIMES.
               10  SNAP-FILE-KIND       PIC X.
               10  SNAP-FILE-NAME       PIC X(30).
