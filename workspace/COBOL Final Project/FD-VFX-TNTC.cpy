      *Skeleton COBOL Copybook - Free trial notice extract
      *One line per trial member the mail house writes to a few
      *days before the trial ends ("REMINDER"), telling them the
      *plan and the day billing starts.
       FD  VFX-TNTC-FILE
           LABEL RECORD IS STANDARD.
       01  TNTC-REC.
           05  TNTC-MBR-ID             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-NOTICE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-EMAIL              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-FNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-LNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-PLAN               PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TNTC-END-DATE           PIC X(8).
