      *Skeleton COBOL Copybook - Deferred revenue journal lines
      *The GLPOST.TXT layout exactly, kept in a file of its own so
      *the monthly GL posting run can't overwrite the deferred
      *revenue entries (or the other way round).
       FD  VFX-DEFGL-FILE
           LABEL RECORD IS STANDARD.
       01  DEFGL-REC.
           05  DEFGL-CYCLE             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEFGL-ACCT              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEFGL-DRCR              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEFGL-AMOUNT            PIC 9(9)V99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DEFGL-DESC              PIC X(30).
