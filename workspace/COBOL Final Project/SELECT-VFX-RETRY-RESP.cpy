      *Skeleton COBOL Copybook - Processor response to retry extract
           SELECT VFX-RETRY-RESP-FILE
               ASSIGN TO "VFXRETRYRESP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRY-RESP-STATUS.
