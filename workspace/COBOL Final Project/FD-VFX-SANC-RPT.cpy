      *Skeleton COBOL Copybook - Sanctions rescreen report
       FD  VFX-SANC-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  SANC-RPT-LINE               PIC X(100).
