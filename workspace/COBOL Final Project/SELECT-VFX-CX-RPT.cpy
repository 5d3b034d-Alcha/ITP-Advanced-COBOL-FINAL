      *Skeleton COBOL Copybook - Monthly cancellation report
           SELECT VFX-CX-RPT-FILE
               ASSIGN TO "VFXCXRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CX-RPT-STATUS.
