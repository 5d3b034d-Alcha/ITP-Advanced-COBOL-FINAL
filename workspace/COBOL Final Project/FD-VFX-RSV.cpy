      *Skeleton COBOL Copybook - Merchant rolling reserve records
      *RSVT-REC: one row per merchant ever put on reserve, either by
      *G3-VFX-153-RSV-REVIEW when its return or chargeback rate
      *crossed the limit (source A) or by a supervisor through
      *G3-VFX-155-RSV-MNT (source M). Taking a merchant off reserve
      *stops new holdbacks; what is already held still releases on
      *its own date.
       FD  VFX-RSVT-FILE
           LABEL RECORD IS STANDARD.
       01  RSVT-REC.
           05  RSVT-MER-ID             PIC X(8).
           05  RSVT-STATUS             PIC X.
               88  RSVT-ACTIVE         VALUE "A".
               88  RSVT-OFF            VALUE "N".
           05  RSVT-PCT                PIC 9(2)V99.
           05  RSVT-DAYS               PIC 9(3).
           05  RSVT-SOURCE             PIC X.
               88  RSVT-AUTO           VALUE "A".
               88  RSVT-MANUAL         VALUE "M".
           05  RSVT-SET-DATE           PIC X(8).
           05  RSVT-OPERATOR-ID        PIC X(8).
      *Rates as of the last review, in percent.
           05  RSVT-RET-RATE           PIC 9(3)V99.
           05  RSVT-CB-RATE            PIC 9(3)V99.
           05  RSVT-REVIEW-DATE        PIC X(8).

      *RSV-REC: one row per merchant per settlement date that held
      *money back. G3-VFX-47-SETTLE writes it and, once the release
      *date arrives, folds it back into that day's detail and marks
      *it released.
       FD  VFX-RSV-FILE
           LABEL RECORD IS STANDARD.
       01  RSV-REC.
           05  RSV-KEY.
               10  RSV-MER-ID          PIC X(8).
               10  RSV-HOLD-DATE       PIC X(8).
           05  RSV-AMOUNT              PIC 9(9)V99.
           05  RSV-PCT                 PIC 9(2)V99.
           05  RSV-DUE-DATE            PIC X(8).
           05  RSV-STATUS              PIC X.
               88  RSV-HELD            VALUE "H".
               88  RSV-RELEASED        VALUE "R".
           05  RSV-REL-DATE            PIC X(8).
