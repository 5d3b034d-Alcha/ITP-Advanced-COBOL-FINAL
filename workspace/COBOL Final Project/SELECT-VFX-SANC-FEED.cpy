      *Skeleton COBOL Copybook - Sanctions watch-list feed control
           SELECT VFX-SANC-TXT
               ASSIGN TO "VFXSANCFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANC-TXT-STATUS.
