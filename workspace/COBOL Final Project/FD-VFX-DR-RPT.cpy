      *Skeleton COBOL Copybook - Deferred revenue roll-forward report
       FD  VFX-DR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  DR-RPT-LINE                 PIC X(80).
