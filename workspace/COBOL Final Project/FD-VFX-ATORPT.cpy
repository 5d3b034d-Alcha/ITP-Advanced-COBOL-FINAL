      *Skeleton COBOL Copybook - Account takeover scan report
      *Every member with a recent contact or card change, the
      *signals found and the score, and whether the scan held them.
       FD  VFX-ATORPT-FILE
           LABEL RECORD IS STANDARD.
       01  ATORPT-LINE                 PIC X(132).
