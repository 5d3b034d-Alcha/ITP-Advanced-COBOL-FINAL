      *Skeleton COBOL Copybook - Account takeover verification notice
           SELECT VFX-ATON-FILE
               ASSIGN TO "VFXATONTC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATON-STATUS.
