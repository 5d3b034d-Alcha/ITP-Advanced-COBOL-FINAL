               88  GC-EXHAUSTED        VALUE "X".
               88  GC-CANCELED         VALUE "C".
               88  GC-ESCHEATED        VALUE "E".
      *A card from a corporate order is held until the order is paid;
      *payment makes it active and its issue date the payment date.
               88  GC-ON-HOLD          VALUE "H".
           05  GC-ISSUE-DATE           PIC X(8).
           05  GC-OPERATOR-ID          PIC X(8).
      *The title a goodwill credit makes good on, when the operator
      *gave one; spaces for bearer cards and general goodwill.
           05  GC-VML-ID               PIC X(8).
      *The corporate order the card was issued on; spaces for cards
      *sold or credited one at a time.
           05  GC-ORDER-NBR            PIC X(10).
