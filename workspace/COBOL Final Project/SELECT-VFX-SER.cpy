      *Skeleton COBOL Copybook - Series/franchise master file control
           SELECT VFX-SER-FILE
               ASSIGN TO "VFXSERIES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-KEY
               ALTERNATE RECORD KEY IS SER-VML-ID WITH DUPLICATES
               FILE STATUS IS WS-SER-STATUS.
