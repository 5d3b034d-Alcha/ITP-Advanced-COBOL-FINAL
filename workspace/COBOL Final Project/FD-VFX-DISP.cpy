           05  DISP-RECV-DATE          PIC X(8).
           05  DISP-RESOLVE-DATE       PIC X(8).
           05  DISP-OPERATOR-ID        PIC X(8).
      *Day DISP-OPERATOR-ID took the case on - the feed opening it,
      *or a rep marking it represented as the packet went out.
           05  DISP-WORK-DATE          PIC X(8).

      *Processor dispute feed: one line per case event. Action N
      *opens a new chargeback; R/W/L carry a disposition on a case
