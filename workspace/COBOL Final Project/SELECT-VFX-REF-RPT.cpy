      *Skeleton COBOL Copybook - Monthly referral report
           SELECT VFX-REF-RPT-FILE
               ASSIGN TO "VFXREFRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-RPT-STATUS.
