      *Skeleton COBOL Copybook - Account takeover scan report
           SELECT VFX-ATORPT-FILE
               ASSIGN TO "VFXATORPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATORPT-STATUS.
