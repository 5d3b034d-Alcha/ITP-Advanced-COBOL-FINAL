      *Skeleton COBOL Copybook - Vuflix declined-card retry log control
           SELECT VFX-RETRY-FILE
               ASSIGN TO "VFXBILLRETRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTY-KEY
               FILE STATUS IS WS-RETRY-STATUS.
