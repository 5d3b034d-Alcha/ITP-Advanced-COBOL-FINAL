       01  ENTL-DETAIL REDEFINES ENTL-REC.
           05  ENTL-DET-MBR-ID         PIC 9(8).
           05  ENTL-DET-VML-ID         PIC X(8).
      *'O' grants the title, 'R' revokes it (refund). A member-wide
      *line carries no title: 'B' blocks the membership's streaming
      *for being over its plan's device limit, 'U' lifts the block.
           05  ENTL-DET-ACTION         PIC X.
           05  ENTL-DET-DATE           PIC X(8).
           05  FILLER                  PIC X(25).
           05  ENTL-TRL-TAG            PIC X(8).
           05  ENTL-TRL-COUNT          PIC 9(6).
           05  FILLER                  PIC X(36).
      *'X' deregisters one device a rep removed from the member's
      *registry, so the platform drops it too.
       01  ENTL-DEVICE REDEFINES ENTL-REC.
           05  ENTL-DEV-MBR-ID         PIC 9(8).
           05  FILLER                  PIC X(8).
           05  ENTL-DEV-ACTION         PIC X.
           05  ENTL-DEV-DATE           PIC X(8).
           05  ENTL-DEV-ID             PIC X(16).
           05  FILLER                  PIC X(9).
