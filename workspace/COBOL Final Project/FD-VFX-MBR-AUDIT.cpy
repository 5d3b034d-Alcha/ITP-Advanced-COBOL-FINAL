           05  MAUD-NEW-VALUE          PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MAUD-OPERATOR-ID        PIC X(8).
      *MAUD-SEQ numbers every line and MAUD-CHECK chains it to the
      *line before, computed over this line with the previous line's
      *check value, so an edited, deleted or reordered line breaks
      *the chain. Lines written before chaining began carry neither.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MAUD-SEQ                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MAUD-CHECK              PIC 9(8).

       FD  VFX-MBR-AUDIT-WRK
           LABEL RECORD IS STANDARD.
       01  MAUD-WRK-REC                PIC X(142).
