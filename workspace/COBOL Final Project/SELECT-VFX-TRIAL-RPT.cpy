      *Skeleton COBOL Copybook - Monthly free trial report
           SELECT VFX-TRIAL-RPT-FILE
               ASSIGN TO "VFXTRIALRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-RPT-STATUS.
