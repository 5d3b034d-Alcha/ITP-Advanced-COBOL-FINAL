      *Skeleton COBOL Copybook - Records retention schedule control
           SELECT VFX-RETN-FILE
               ASSIGN TO "VFXRETAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RETN-KEY
               FILE STATUS IS WS-RETN-STATUS.
