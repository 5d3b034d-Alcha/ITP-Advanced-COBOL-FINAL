           05  STUDIO-ZIP              PIC X(5).
           05  STUDIO-ROYALTY-PCT      PIC 9(2)V99.
           05  STUDIO-OPERATOR-ID      PIC X(8).
      *Remit-to bank fields for the royalty ACH file, keyed by a
      *supervisor through G3-VFX-147-STU-BANK - the studio feed
      *never carries them. Same prenote discipline as MER-FILE: new
      *or changed bank fields sit pending until a zero-dollar
      *prenote went out and the waiting period passed.
           05  STUDIO-ROUTE            PIC X(9).
           05  STUDIO-ACCT             PIC X(10).
           05  STUDIO-PRENOTE-STATUS   PIC X.
               88  STUDIO-PN-PENDING   VALUE "P".
               88  STUDIO-PN-VERIFIED  VALUES "V" " ".
           05  STUDIO-PRENOTE-DATE     PIC X(8).
