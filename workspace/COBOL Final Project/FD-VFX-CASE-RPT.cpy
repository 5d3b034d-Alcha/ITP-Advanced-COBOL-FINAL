      *Skeleton COBOL Copybook - Open service case aging report
       FD  VFX-CASE-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  CASE-RPT-LINE               PIC X(100).
