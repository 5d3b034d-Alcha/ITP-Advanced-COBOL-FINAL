      *Skeleton COBOL Copybook - Clear card number access log
      *One line each time a program turns a stored card number back
      *into the clear: which program, for which operator, for which
      *member, under which key version. The key rotation writes one
      *line per run with the member id left zero.
       FD  VFX-PANLOG-FILE
           LABEL RECORD IS STANDARD.
       01  PANLOG-REC.
           05  PANLOG-TSTAMP           PIC X(21).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PANLOG-PROGRAM          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PANLOG-OPERATOR-ID      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PANLOG-MBR-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PANLOG-KEY-VER          PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PANLOG-PURPOSE          PIC X(10).
