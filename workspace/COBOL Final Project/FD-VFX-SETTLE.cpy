           05  SET-HDR-TAG             PIC X(8).
           05  SET-HDR-DATE            PIC X(8).
           05  SET-HDR-ORIGIN          PIC X(10).
      *Effective date: the banking day the bank is to post the
      *credits, never a weekend or bank holiday.
           05  SET-HDR-EFF-DATE        PIC X(8).
           05  FILLER                  PIC X(56).
       01  SETTLE-DETAIL REDEFINES SETTLE-REC.
           05  SET-DET-MER-ID          PIC X(8).
           05  SET-DET-MER-NAME        PIC X(25).
