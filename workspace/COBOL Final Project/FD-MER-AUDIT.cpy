           05  AUDIT-OLD-VALUE         PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUDIT-NEW-VALUE         PIC X(30).
      *AUDIT-SEQ and AUDIT-CHECK chain the merchant log the same way
      *MAUD-SEQ and MAUD-CHECK chain the member log.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUDIT-SEQ               PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AUDIT-CHECK             PIC 9(8).
