      *Skeleton COBOL Copybook - Title profitability report
       FD  VFX-TPR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TPR-RPT-LINE                PIC X(140).
