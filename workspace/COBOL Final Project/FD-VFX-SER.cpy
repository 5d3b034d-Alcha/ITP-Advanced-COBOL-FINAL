      *Skeleton COBOL Copybook - Series/franchise master record
      *One row per installment: the series id plus the installment's
      *place in the running order, pointing at the title on the
      *movie master. Reading a series in key order reads it in
      *release order.
       FD  VFX-SER-FILE
           LABEL RECORD IS STANDARD.
       01  SER-REC.
           05  SER-KEY.
               10  SER-ID              PIC X(8).
               10  SER-SEQ             PIC 9(3).
           05  SER-NAME                PIC X(30).
           05  SER-VML-ID              PIC X(8).
      *SER-NOTICE-STATUS: a pending installment is mailed to the
      *owners of the earlier ones once its title is live on the
      *movie master; back catalog entered after the fact is keyed
      *as no-notice so a franchise being built doesn't mail out.
           05  SER-NOTICE-STATUS       PIC X.
               88  SER-NOTICE-PENDING  VALUE "P".
               88  SER-NOTICE-SENT     VALUE "S".
               88  SER-NOTICE-NONE     VALUE "N".
           05  SER-NOTICE-DATE         PIC X(8).
           05  SER-OPERATOR-ID         PIC X(8).
