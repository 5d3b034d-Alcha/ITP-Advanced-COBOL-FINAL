      *Skeleton COBOL Copybook - Retention purge archive file control
      *The archive is renamed to carry the business date at run
      *time; the WRK file is the scratch the sequential logs are
      *rewritten through.
           SELECT VFX-RETA-FILE
               ASSIGN TO "VFXRETARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETA-STATUS.
           SELECT VFX-RETA-WRK
               ASSIGN TO "VFXRETARCH.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETA-WRK-STATUS.
