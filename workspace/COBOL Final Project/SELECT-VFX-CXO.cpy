      *Skeleton COBOL Copybook - Cancellation outcome file control
           SELECT VFX-CXO-FILE
               ASSIGN TO "VFXCXOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXO-KEY
               FILE STATUS IS WS-CXO-STATUS.
