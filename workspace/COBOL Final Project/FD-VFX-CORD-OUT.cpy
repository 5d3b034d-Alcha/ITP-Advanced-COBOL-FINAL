      *Skeleton COBOL Copybook - Corporate order issue run output
       FD  VFX-CFUL-FILE
           LABEL RECORD IS STANDARD.
       01  CFUL-LINE                   PIC X(100).
       FD  VFX-CINV-FILE
           LABEL RECORD IS STANDARD.
       01  CINV-LINE                   PIC X(100).
