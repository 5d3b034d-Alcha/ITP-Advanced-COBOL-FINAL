      *Skeleton COBOL Copybook - Retention purge archive records
      *Every row the retention purge removes, tagged with the file
      *and record type it came from, between a dated header and a
      *trailer per file carrying the control counts, closed by a
      *grand-total trailer - the same header/trailer discipline as
      *the purchase archive.
       FD  VFX-RETA-FILE
           LABEL RECORD IS STANDARD.
       01  RETA-REC                    PIC X(190).
       01  RETA-HEADER REDEFINES RETA-REC.
           05  RETA-HDR-TAG            PIC X(8).
           05  RETA-HDR-RUN-DATE       PIC X(8).
           05  RETA-HDR-BUS-DATE       PIC X(8).
           05  FILLER                  PIC X(166).
       01  RETA-DETAIL REDEFINES RETA-REC.
           05  RETA-DET-FILE-ID        PIC X(8).
           05  RETA-DET-REC-TYPE       PIC X(15).
           05  RETA-DET-DATA           PIC X(160).
           05  FILLER                  PIC X(7).
       01  RETA-TRAILER REDEFINES RETA-REC.
           05  RETA-TRL-TAG            PIC X(8).
           05  RETA-TRL-FILE-ID        PIC X(8).
           05  RETA-TRL-READ           PIC 9(8).
           05  RETA-TRL-KEPT           PIC 9(8).
           05  RETA-TRL-HELD           PIC 9(8).
           05  RETA-TRL-PURGED         PIC 9(8).
           05  FILLER                  PIC X(142).

       FD  VFX-RETA-WRK
           LABEL RECORD IS STANDARD.
       01  RETA-WRK-REC                PIC X(160).
