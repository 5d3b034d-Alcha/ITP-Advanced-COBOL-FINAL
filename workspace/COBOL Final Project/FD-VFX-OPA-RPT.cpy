      *Skeleton COBOL Copybook - Operator activity report
       FD  VFX-OPA-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  OPA-RPT-LINE                PIC X(100).
