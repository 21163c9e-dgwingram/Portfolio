      * SHARED MASTER-SNAPSHOT MANIFEST SELECT, COPIED INTO THE
      * SNAPSHOT UTILITY AND THE BATCH DRIVER. OPTIONAL SO THE FIRST
      * EVER SNAPSHOT, ON A BOX WITH NO MANIFEST YET, JUST STARTS ONE
           SELECT OPTIONAL SNAP-MANIFEST-FILE
               ASSIGN TO 'SnapshotManifest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAP-MANIFEST-STATUS.
