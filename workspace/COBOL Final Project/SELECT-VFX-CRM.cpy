      *Skeleton COBOL Copybook - Marketing CRM change feed control
           SELECT VFX-CRM-FILE
               ASSIGN TO "VFXCRMFEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.
           SELECT SORT-CRM-FILE
               ASSIGN TO "VFXCRMSORTWK".
