      *Skeleton COBOL Copybook - Streaming device registry control
           SELECT VFX-DEV-FILE
               ASSIGN TO "VFXDEVICE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-KEY
               FILE STATUS IS WS-DEV-STATUS.
