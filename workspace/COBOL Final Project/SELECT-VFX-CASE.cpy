      *Skeleton COBOL Copybook - Member service case file control
           SELECT VFX-CASE-FILE
               ASSIGN TO "VFXCASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
