      *Skeleton COBOL Copybook - Card number encryption key file
           SELECT VFX-CCKEY-FILE
               ASSIGN TO "VFXCCKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCKEY-VER
               FILE STATUS IS WS-CCKEY-STATUS.
