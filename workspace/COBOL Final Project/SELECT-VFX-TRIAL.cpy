      *Skeleton COBOL Copybook - Free trial history control
           SELECT VFX-TRIAL-FILE
               ASSIGN TO "VFXTRIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRIAL-MBR-ID
               FILE STATUS IS WS-TRIAL-STATUS.
