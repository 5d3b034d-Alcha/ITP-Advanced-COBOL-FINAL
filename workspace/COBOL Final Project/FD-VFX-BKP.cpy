      *total discipline the merchant build applies to its input.
       FD  VFX-BKP-FILE
           LABEL RECORD IS STANDARD.
       01  BKP-REC                     PIC X(260).
       01  BKP-HEADER REDEFINES BKP-REC.
           05  BKP-HDR-TAG             PIC X(8).
           05  BKP-HDR-NAME            PIC X(12).
           05  BKP-HDR-DATE            PIC X(8).
           05  FILLER                  PIC X(232).
       01  BKP-DETAIL REDEFINES BKP-REC.
           05  BKP-DET-TAG             PIC X(8).
           05  BKP-DET-DATA            PIC X(250).
           05  FILLER                  PIC X(2).
       01  BKP-TRAILER REDEFINES BKP-REC.
           05  BKP-TRL-TAG             PIC X(8).
           05  BKP-TRL-NAME            PIC X(12).
           05  BKP-TRL-COUNT           PIC 9(8).
           05  FILLER                  PIC X(232).
