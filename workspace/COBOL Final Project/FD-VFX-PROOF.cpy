           05  PROOF-SETTLE-GROSS      PIC 9(11)V99.
           05  PROOF-SETTLE-FEES       PIC 9(9)V99.
           05  PROOF-DIFFERENCE        PIC S9(11)V99.
      *Rolling reserve held back from and released into the day's
      *settlement - context for the cash position, not part of the
      *tie-out.
           05  PROOF-RSV-HELD          PIC 9(11)V99.
           05  PROOF-RSV-REL           PIC 9(11)V99.
           05  PROOF-STATUS            PIC X.
               88  PROOF-BALANCED      VALUE "B".
               88  PROOF-OUT           VALUE "O".
