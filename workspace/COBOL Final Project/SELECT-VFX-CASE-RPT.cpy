      *Skeleton COBOL Copybook - Open service case aging report
           SELECT VFX-CASE-RPT-FILE
               ASSIGN TO "VFXCASEAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-RPT-STATUS.
