               88  MER-PN-PENDING      VALUE "P".
               88  MER-PN-VERIFIED     VALUES "V" " ".
           05  MER-PRENOTE-DATE        PIC X(8).
      *Compliance hold: a possible watch-list match keeps the
      *merchant from being paid until a supervisor clears it.
      *Spaces on legacy records read as clear.
           05  MER-COMP-STATUS         PIC X.
               88  MER-COMP-HOLD       VALUE "H".
               88  MER-COMP-CLEAR      VALUES "C" " ".
