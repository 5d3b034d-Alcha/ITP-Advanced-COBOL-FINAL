      *Skeleton COBOL Copybook - Goodwill credit review queue
      *One entry per month per finding. The subject is the credit's
      *card number, or the operator id for a volume finding, so a
      *rerun of the same month finds its entries already queued and
      *leaves any decision already made alone.
       FD  VFX-GCR-FILE
           LABEL RECORD IS STANDARD.
       01  GCR-REC.
           05  GCR-KEY.
               10  GCR-MONTH           PIC X(6).
               10  GCR-FLAG            PIC X.
                   88  GCR-CONTACT-MATCH VALUE "A".
                   88  GCR-QUICK-DRAW  VALUE "D".
                   88  GCR-VOLUME      VALUE "V".
                   88  GCR-AFTER-REFUND VALUE "R".
               10  GCR-SUBJECT         PIC X(12).
           05  GCR-OPERATOR-ID         PIC X(8).
           05  GCR-MBR-ID              PIC 9(8).
           05  GCR-AMOUNT              PIC 9(7)V99.
           05  GCR-ISSUE-DATE          PIC X(8).
           05  GCR-DETAIL              PIC X(40).
           05  GCR-STATUS              PIC X.
               88  GCR-OPEN            VALUE "O".
               88  GCR-CLEARED         VALUE "C".
               88  GCR-CONFIRMED       VALUE "F".
           05  GCR-QUEUE-DATE          PIC X(8).
           05  GCR-DEC-OPER            PIC X(8).
           05  GCR-DEC-DATE            PIC X(8).
           05  GCR-DEC-NOTE            PIC X(30).

       FD  VFX-GCR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  GCR-RPT-LINE                PIC X(100).
