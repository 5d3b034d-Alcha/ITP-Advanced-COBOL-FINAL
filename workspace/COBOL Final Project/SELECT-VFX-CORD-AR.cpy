      *Skeleton COBOL Copybook - Corporate order receivables aging
           SELECT VFX-CORD-AR-FILE
               ASSIGN TO "VFXCORPAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORD-AR-STATUS.
