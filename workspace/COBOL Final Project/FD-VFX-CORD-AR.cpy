      *Skeleton COBOL Copybook - Corporate order receivables aging
       FD  VFX-CORD-AR-FILE
           LABEL RECORD IS STANDARD.
       01  CORD-AR-LINE                PIC X(100).
