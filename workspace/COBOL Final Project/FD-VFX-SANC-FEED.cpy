      *Skeleton COBOL Copybook - Sanctions watch-list feed records
      *The list arrives whole each time it is published: one header
      *carrying the publication date, one line per listed party,
      *and a trailer count to prove nothing was cut off.
       FD  VFX-SANC-TXT
           LABEL RECORD IS STANDARD.
       01  SANCF-REC.
           05  SANCF-TYPE              PIC X.
               88  SANCF-HEADER        VALUE "H".
               88  SANCF-DETAIL        VALUE "D".
               88  SANCF-TRAILER       VALUE "T".
           05  SANCF-ENTRY-ID          PIC X(10).
           05  SANCF-NAME              PIC X(40).
           05  SANCF-ADDRESS           PIC X(25).
           05  SANCF-ZIP               PIC X(5).
           05  SANCF-PROGRAM           PIC X(8).
       01  SANCF-HDR-REC REDEFINES SANCF-REC.
           05  FILLER                  PIC X.
           05  SANCF-LIST-DATE         PIC 9(8).
           05  FILLER                  PIC X(80).
       01  SANCF-TRL-REC REDEFINES SANCF-REC.
           05  FILLER                  PIC X.
           05  SANCF-TRL-COUNT         PIC 9(6).
           05  FILLER                  PIC X(82).
