      *Skeleton COBOL Copybook - Platform holdings file records
      *The playback platform's weekly statement of every title it
      *grants each member: one header carrying the as-of date, one
      *line per member and title, and a trailer count to prove
      *nothing was cut off. Lines arrive in no promised order.
       FD  VFX-HOLD-TXT
           LABEL RECORD IS STANDARD.
       01  HOLD-REC.
           05  HOLD-TYPE               PIC X.
               88  HOLD-HEADER         VALUE "H".
               88  HOLD-DETAIL         VALUE "D".
               88  HOLD-TRAILER        VALUE "T".
           05  HOLD-MBR-ID             PIC 9(8).
           05  HOLD-VML-ID             PIC X(8).
           05  HOLD-GRANT-DATE         PIC X(8).
       01  HOLD-HDR-REC REDEFINES HOLD-REC.
           05  FILLER                  PIC X.
           05  HOLD-AS-OF-DATE         PIC 9(8).
           05  FILLER                  PIC X(16).
       01  HOLD-TRL-REC REDEFINES HOLD-REC.
           05  FILLER                  PIC X.
           05  HOLD-TRL-COUNT          PIC 9(8).
           05  FILLER                  PIC X(16).

       SD  SORT-HOLD-FILE.
       01  SORT-HOLD-REC.
           05  SORT-HOLD-KEY.
               10  SORT-HOLD-MBR-ID    PIC 9(8).
               10  SORT-HOLD-VML-ID    PIC X(8).
           05  SORT-HOLD-GRANT-DATE    PIC X(8).
