      *Skeleton COBOL Copybook - Purchase receipt extract control
           SELECT VFX-RCPT-FILE
               ASSIGN TO "VFXRECEIPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
