      *Skeleton COBOL Copybook - Member contact consent file control
           SELECT VFX-CONS-FILE
               ASSIGN TO "VFXCONSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONS-MBR-ID
               FILE STATUS IS WS-CONS-STATUS.
