      *Skeleton COBOL Copybook - Corporate gift card order file
           SELECT VFX-CORD-FILE
               ASSIGN TO "VFXCORPORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CORD-ORDER-NBR
               FILE STATUS IS WS-CORD-STATUS.
