      *Skeleton COBOL Copybook - Journal backout report
           SELECT VFX-BKO-FILE
               ASSIGN TO "VFXBACKOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.
