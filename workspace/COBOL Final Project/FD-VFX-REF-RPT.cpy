      *Skeleton COBOL Copybook - Monthly referral report
       FD  VFX-REF-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  REF-RPT-LINE                PIC X(100).
