      *Skeleton COBOL Copybook - Title profitability report
           SELECT VFX-TPR-RPT-FILE
               ASSIGN TO "VFXTITLEPROF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPR-RPT-STATUS.
