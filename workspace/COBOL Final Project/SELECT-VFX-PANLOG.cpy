      *Skeleton COBOL Copybook - Clear card number access log
           SELECT VFX-PANLOG-FILE
               ASSIGN TO "VFXPANLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PANLOG-STATUS.
