      *Skeleton COBOL Copybook - Member referral file control
           SELECT VFX-REF-FILE
               ASSIGN TO "VFXREFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-MBR-ID
               ALTERNATE RECORD KEY IS REF-REFERRER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REF-STATUS.
