      *Skeleton COBOL Copybook - Deferred revenue position record
      *One row per sold gift card (type GC) and per gift subscription
      *certificate (type GSUB), holding where the liability stood at
      *the start and at the close of the last month rolled forward.
      *The month-end run rolls OPEN to CLOSE; a rerun of the same
      *month starts again from OPEN, so it lands on the same numbers
      *instead of rolling the month twice.
       FD  VFX-DEFREV-FILE
           LABEL RECORD IS STANDARD.
       01  DRS-REC.
           05  DRS-KEY.
               10  DRS-TYPE            PIC X(4).
                   88  DRS-GIFT-CARD   VALUE "GC  ".
                   88  DRS-GIFT-SUB    VALUE "GSUB".
               10  DRS-ID              PIC X(12).
           05  DRS-CYCLE               PIC X(6).
      *Card balance, or prepaid months left on a certificate.
           05  DRS-OPEN-BAL            PIC 9(5)V99.
           05  DRS-OPEN-MONTHS         PIC 9(2).
           05  DRS-OPEN-BREAK          PIC 9(5)V99.
           05  DRS-OPEN-STATUS         PIC X.
           05  DRS-CLOSE-BAL           PIC 9(5)V99.
           05  DRS-CLOSE-MONTHS        PIC 9(2).
           05  DRS-CLOSE-BREAK         PIC 9(5)V99.
           05  DRS-CLOSE-STATUS        PIC X.
      *DRS-RATE locks a certificate's monthly value at the plan rate
      *in force when it was first rolled, so a later plan reprice
      *can't move a liability that was sold at the old price.
           05  DRS-RATE                PIC 9(3)V99.
