      *Skeleton COBOL Copybook - Platform holdings file control
           SELECT VFX-HOLD-TXT
               ASSIGN TO "VFXHOLDINGS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SORT-HOLD-FILE
               ASSIGN TO "VFXHOLDSORTWK".
