      *Skeleton COBOL Copybook - Device limit exceptions report
           SELECT VFX-DEVX-RPT-FILE
               ASSIGN TO "VFXDEVEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVX-STATUS.
