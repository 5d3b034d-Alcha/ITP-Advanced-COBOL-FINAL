      *Skeleton COBOL Copybook - Mail house unsubscribe file control
           SELECT VFX-UNSUB-TXT
               ASSIGN TO "EMLUNSUB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSUB-STATUS.
