      *billing cycle - the processor gets told instead of being
      *sent a dead card cold.
           05  BILL-CARD-FLAG          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
      *Which card the charge went on: P the member's card, B the
      *backup card on VFX-CC-SEC-FILE.
           05  BILL-PAY-METHOD         PIC X.
      *A for a year billed up front at the plan's annual rate, M an
      *ordinary month.
           05  BILL-FREQ               PIC X.
