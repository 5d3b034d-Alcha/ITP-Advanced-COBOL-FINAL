      *Skeleton COBOL Copybook - Free trial offer table control
           SELECT VFX-TOFR-FILE
               ASSIGN TO "VFXTRIALOFR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOFR-CODE
               FILE STATUS IS WS-TOFR-STATUS.
