      *Skeleton COBOL Copybook - Platform device activity feed records
      *The playback platform's daily file of device activations and
      *deactivations: one header carrying the feed date, one line
      *per event, and a trailer count to prove nothing was cut off.
       FD  VFX-DEVF-TXT
           LABEL RECORD IS STANDARD.
       01  DEVF-REC.
           05  DEVF-TYPE               PIC X.
               88  DEVF-HEADER         VALUE "H".
               88  DEVF-DETAIL         VALUE "D".
               88  DEVF-TRAILER        VALUE "T".
           05  DEVF-ACTION             PIC X.
               88  DEVF-ACTIVATE       VALUE "A".
               88  DEVF-DEACTIVATE     VALUE "D".
           05  DEVF-MBR-ID             PIC 9(8).
           05  DEVF-DEV-ID             PIC X(16).
           05  DEVF-DEV-TYPE           PIC X(10).
           05  DEVF-DEV-NAME           PIC X(20).
           05  DEVF-EVENT-DATE         PIC X(8).
       01  DEVF-HDR-REC REDEFINES DEVF-REC.
           05  FILLER                  PIC X.
           05  DEVF-FEED-DATE          PIC 9(8).
           05  FILLER                  PIC X(55).
       01  DEVF-TRL-REC REDEFINES DEVF-REC.
           05  FILLER                  PIC X.
           05  DEVF-TRL-COUNT          PIC 9(6).
           05  FILLER                  PIC X(57).
