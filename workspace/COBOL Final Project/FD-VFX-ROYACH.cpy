      *Skeleton COBOL Copybook - Royalty ACH payables records
      *Same header/detail/trailer shape as VFXSETTLE.TXT: one
      *credit per studio paid (or a zero-dollar prenote for a studio
      *whose bank fields are new), and a trailer with record count,
      *routing hash total and amount total the bank can verify.
       FD  VFX-ROYACH-FILE
           LABEL RECORD IS STANDARD.
       01  ROYACH-REC                  PIC X(90).
       01  ROYACH-HEADER REDEFINES ROYACH-REC.
           05  ROYACH-HDR-TAG          PIC X(8).
           05  ROYACH-HDR-DATE         PIC X(8).
           05  ROYACH-HDR-ORIGIN       PIC X(10).
           05  ROYACH-HDR-EFF-DATE     PIC X(8).
           05  FILLER                  PIC X(56).
       01  ROYACH-DETAIL REDEFINES ROYACH-REC.
           05  ROYACH-DET-STUDIO-ID    PIC X(8).
           05  ROYACH-DET-NAME         PIC X(25).
           05  ROYACH-DET-ROUTE        PIC X(9).
           05  ROYACH-DET-ACCT         PIC X(10).
           05  ROYACH-DET-AMOUNT       PIC 9(9)V99.
           05  FILLER                  PIC X(27).
       01  ROYACH-TRAILER REDEFINES ROYACH-REC.
           05  ROYACH-TRL-TAG          PIC X(8).
           05  ROYACH-TRL-COUNT        PIC 9(6).
           05  ROYACH-TRL-ROUTE-HASH   PIC 9(12).
           05  ROYACH-TRL-AMOUNT       PIC 9(11)V99.
           05  FILLER                  PIC X(51).
