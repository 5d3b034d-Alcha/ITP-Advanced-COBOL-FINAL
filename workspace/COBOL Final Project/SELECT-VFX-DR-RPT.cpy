      *Skeleton COBOL Copybook - Deferred revenue roll-forward report
           SELECT VFX-DR-RPT-FILE
               ASSIGN TO "VFXDEFREVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-RPT-STATUS.
