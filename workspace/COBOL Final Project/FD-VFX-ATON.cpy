      *Skeleton COBOL Copybook - Account takeover verification notice
      *One line per member the takeover scan held, for the mail
      *house. It goes to the email the member had before the
      *changes - the owner, not whoever made them - and names the
      *day the changes began and the day the account was held.
       FD  VFX-ATON-FILE
           LABEL RECORD IS STANDARD.
       01  ATON-REC.
           05  ATON-MBR-ID             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-NOTICE             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-EMAIL              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-FNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-LNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-CHANGE-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ATON-HOLD-DATE          PIC X(8).
