      *Skeleton COBOL Copybook - Vuflix declined-card retry extract
           SELECT VFX-RETRY-EXT-FILE
               ASSIGN TO "VFXRETRYEXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-EXT-STATUS.
