      *Skeleton COBOL Copybook - Device limit exceptions report
       FD  VFX-DEVX-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  DEVX-RPT-LINE               PIC X(100).
