      *Skeleton COBOL Copybook - Membership pause notice extract
      *One line per paused member the mail house writes to: a week
      *ahead of the resume date ("REMINDER") and on the day the
      *membership comes back ("RESUMED").
       FD  VFX-PZN-FILE
           LABEL RECORD IS STANDARD.
       01  PZN-REC.
           05  PZN-MBR-ID              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-NOTICE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-EMAIL               PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-FNAME               PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-LNAME               PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-PLAN                PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PZN-RESUME-DATE         PIC X(8).
