      *Skeleton COBOL Copybook - Posting run-control register control
           SELECT VFX-RUNC-FILE
               ASSIGN TO "VFXRUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.
