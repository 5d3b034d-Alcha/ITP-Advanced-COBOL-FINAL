      *Skeleton COBOL Copybook - Annual plan renewal notice extract
           SELECT VFX-RNTC-FILE
               ASSIGN TO "VFXRENEWNTC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNTC-STATUS.
