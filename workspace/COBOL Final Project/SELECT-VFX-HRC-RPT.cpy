      *Skeleton COBOL Copybook - Holdings reconciliation report
           SELECT VFX-HRC-RPT-FILE
               ASSIGN TO "VFXHOLDRECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRC-RPT-STATUS.
