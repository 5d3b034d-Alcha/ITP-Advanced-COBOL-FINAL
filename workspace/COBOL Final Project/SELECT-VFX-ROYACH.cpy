      *Skeleton COBOL Copybook - Royalty ACH payables file control
           SELECT VFX-ROYACH-FILE
               ASSIGN TO "VFXROYACH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROYACH-STATUS.
