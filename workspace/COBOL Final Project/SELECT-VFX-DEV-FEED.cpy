      *Skeleton COBOL Copybook - Platform device activity feed control
           SELECT VFX-DEVF-TXT
               ASSIGN TO "VFXDEVFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVF-STATUS.
