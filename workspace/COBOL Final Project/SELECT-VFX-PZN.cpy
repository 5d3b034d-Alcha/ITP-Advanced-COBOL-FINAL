      *Skeleton COBOL Copybook - Membership pause notice extract
           SELECT VFX-PZN-FILE
               ASSIGN TO "VFXPAUSENTC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZN-STATUS.
