      *Skeleton COBOL Copybook - Monthly free trial report
       FD  VFX-TRIAL-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TRIAL-RPT-LINE              PIC X(100).
