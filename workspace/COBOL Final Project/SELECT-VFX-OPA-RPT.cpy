      *Skeleton COBOL Copybook - Operator activity report
           SELECT VFX-OPA-RPT-FILE
               ASSIGN TO "VFXOPERACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-RPT-STATUS.
