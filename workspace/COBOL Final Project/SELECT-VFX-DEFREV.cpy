      *Skeleton COBOL Copybook - Deferred revenue position file control
           SELECT VFX-DEFREV-FILE
               ASSIGN TO "VFXDEFREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRS-KEY
               FILE STATUS IS WS-DEFREV-STATUS.
