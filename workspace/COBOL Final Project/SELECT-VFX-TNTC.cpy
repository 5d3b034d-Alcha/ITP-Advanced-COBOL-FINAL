      *Skeleton COBOL Copybook - Free trial notice extract
           SELECT VFX-TNTC-FILE
               ASSIGN TO "VFXTRIALNTC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNTC-STATUS.
