      *Skeleton COBOL Copybook - Monthly cancellation report
       FD  VFX-CX-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  CX-RPT-LINE                 PIC X(100).
