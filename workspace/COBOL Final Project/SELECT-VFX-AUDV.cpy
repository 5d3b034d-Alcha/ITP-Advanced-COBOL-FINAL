      *Skeleton COBOL Copybook - Audit log chain verification report
           SELECT VFX-AUDV-FILE
               ASSIGN TO "VFXAUDVER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDV-STATUS.
