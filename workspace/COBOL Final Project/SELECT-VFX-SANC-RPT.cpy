      *Skeleton COBOL Copybook - Sanctions rescreen report
           SELECT VFX-SANC-RPT-FILE
               ASSIGN TO "VFXSANCSCRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANC-RPT-STATUS.
