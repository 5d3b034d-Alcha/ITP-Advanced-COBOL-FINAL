      *Skeleton COBOL Copybook - Annual plan renewal notice extract
      *One line per annual member the mail house writes to thirty
      *days before the prepaid year runs out: the day the next term
      *is charged, how it will be billed and for how much. The
      *notice is required of an auto-renewal, so it goes by post
      *(RNTC-VIA "POST") when the email on file has bounced.
       FD  VFX-RNTC-FILE
           LABEL RECORD IS STANDARD.
       01  RNTC-REC.
           05  RNTC-MBR-ID             PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-VIA                PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-EMAIL              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-FNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-LNAME              PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-ADDRESS            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-CITY               PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-STATE              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-ZIP                PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-PLAN               PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-RENEW-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
      *ANNUAL, or MONTHLY when the plan no longer has an annual rate
      *and the member drops back to monthly billing.
           05  RNTC-FREQ               PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RNTC-AMOUNT             PIC ZZ9.99.
