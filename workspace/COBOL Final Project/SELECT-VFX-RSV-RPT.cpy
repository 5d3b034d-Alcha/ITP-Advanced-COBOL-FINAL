      *Skeleton COBOL Copybook - Merchant reserve review report
           SELECT VFX-RSV-RPT-FILE
               ASSIGN TO "VFXRSVREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSV-RPT-STATUS.
