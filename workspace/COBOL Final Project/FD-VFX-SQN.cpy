      *Skeleton COBOL Copybook - Next-installment notification extract
      *One line per member who owns an earlier installment of a
      *series whose next title just went live, for the mail house.
       FD  VFX-SQN-FILE
           LABEL RECORD IS STANDARD.
       01  SQN-REC.
           05  SQN-MBR-ID              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SQN-EMAIL               PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SQN-SERIES              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SQN-SEQ                 PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SQN-TITLE               PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SQN-PRICE               PIC ZZ9.99.
