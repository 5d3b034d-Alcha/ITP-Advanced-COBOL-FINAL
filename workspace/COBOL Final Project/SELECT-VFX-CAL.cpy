      *Skeleton COBOL Copybook - Bank holiday calendar control
      *The days the bank is closed, kept by G3-VFX-201-BANK-CAL and
      *read by everything that counts banking days.
           SELECT VFX-CAL-FILE
               ASSIGN TO "VFXBANKCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
