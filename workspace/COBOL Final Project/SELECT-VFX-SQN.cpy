      *Skeleton COBOL Copybook - Next-installment notification extract
           SELECT VFX-SQN-FILE
               ASSIGN TO "VFXSEQNOTIF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQN-STATUS.
