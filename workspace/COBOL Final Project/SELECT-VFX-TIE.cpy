      *Skeleton COBOL Copybook - Month-end subledger tie-out files
           SELECT VFX-TIE-FILE
               ASSIGN TO "VFXGLTIE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIE-KEY
               FILE STATUS IS WS-TIE-STATUS.
           SELECT VFX-TIE-RPT-FILE
               ASSIGN TO "VFXGLTIERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIE-RPT-STATUS.
