      *Skeleton COBOL Copybook - Corporate gift card order file
      *One record per bulk order. The order is keyed "CO" plus a
      *number off the CORPORD control record; the issue run fills in
      *the card range and the invoice and due dates, and payments
      *posted against the invoice build up CORD-PAID-AMT. The cards
      *stay on hold until CORD-PAID-AMT reaches CORD-NET-AMT.
       FD  VFX-CORD-FILE
           LABEL RECORD IS STANDARD.
       01  CORD-REC.
           05  CORD-ORDER-NBR          PIC X(10).
           05  CORD-BUYER-NAME         PIC X(30).
           05  CORD-CONTACT            PIC X(30).
           05  CORD-ADDRESS            PIC X(30).
           05  CORD-CITY-ST-ZIP        PIC X(30).
           05  CORD-PO-NBR             PIC X(15).
           05  CORD-QTY                PIC 9(5).
           05  CORD-DENOM              PIC 9(5)V99.
           05  CORD-DISC-PCT           PIC 9(2)V99.
      *Days from the invoice date to the due date; zero means the
      *buyer pays with the order.
           05  CORD-TERMS-DAYS         PIC 9(3).
           05  CORD-ORDER-DATE         PIC X(8).
           05  CORD-OPERATOR-ID        PIC X(8).
           05  CORD-STATUS             PIC X.
               88  CORD-ENTERED        VALUE "E".
               88  CORD-ISSUED         VALUE "I".
               88  CORD-PAID           VALUE "P".
               88  CORD-CANCELED       VALUE "C".
           05  CORD-FIRST-CARD         PIC X(12).
           05  CORD-LAST-CARD          PIC X(12).
           05  CORD-GROSS-AMT          PIC 9(7)V99.
           05  CORD-DISC-AMT           PIC 9(7)V99.
           05  CORD-NET-AMT            PIC 9(7)V99.
           05  CORD-INV-DATE           PIC X(8).
           05  CORD-DUE-DATE           PIC X(8).
           05  CORD-PAID-AMT           PIC 9(7)V99.
           05  CORD-PAID-DATE          PIC X(8).
           05  CORD-PAY-REF            PIC X(15).
      *"Y" asks the next issue run to print the invoice again.
           05  CORD-REPRINT-FLAG       PIC X.
               88  CORD-REPRINT        VALUE "Y".
