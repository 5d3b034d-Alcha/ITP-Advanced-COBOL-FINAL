      *Skeleton COBOL Copybook - Merchant reserve review report
       FD  VFX-RSV-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RSV-RPT-LINE                PIC X(100).
