      *Skeleton COBOL Copybook - Holdings reconciliation report
       FD  VFX-HRC-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  HRC-RPT-LINE                PIC X(100).
