      *Skeleton COBOL Copybook - Chargeback evidence packet file
           SELECT VFX-EVID-FILE
               ASSIGN TO "VFXCBEVID.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVID-STATUS.
