      *Skeleton COBOL Copybook - Deferred revenue journal lines
           SELECT VFX-DEFGL-FILE
               ASSIGN TO "GLDEFREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFGL-STATUS.
