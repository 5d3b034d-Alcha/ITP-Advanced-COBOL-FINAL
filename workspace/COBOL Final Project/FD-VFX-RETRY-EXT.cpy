      *Skeleton COBOL Copybook - Vuflix declined-card retry extract
      *Byte for byte the BILL-REC layout of VFXBILLEXTRACT.TXT, so
      *the processor takes a re-presentment the same way it takes
      *the monthly charge. The amount is the declined cycle's amount
      *exactly as it was first sent.
       FD  VFX-RETRY-EXT-FILE
           LABEL RECORD IS STANDARD.
       01  RTX-REC.
           05  RTX-MBR-ID              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-FNAME               PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-LNAME               PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-CC-TOKEN            PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-AMOUNT-DUE          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-CARD-FLAG           PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RTX-PAY-METHOD          PIC X.
           05  RTX-FREQ                PIC X.
