      *Skeleton COBOL Copybook - Audit log chain verification report
       FD  VFX-AUDV-FILE
           LABEL RECORD IS STANDARD.
       01  AUDV-LINE                   PIC X(100).
