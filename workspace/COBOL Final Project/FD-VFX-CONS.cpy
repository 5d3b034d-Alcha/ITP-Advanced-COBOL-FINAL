      *Skeleton COBOL Copybook - Member contact consent record
      *One row per member who has ever told us how they want to be
      *contacted. Marketing (wishlist, winback, price-protection and
      *next-installment mailings) and service (account notices) are
      *separate choices, each stamped with the date and the source
      *of its last change. A member with no row has never opted out
      *of anything, which is how every member stood before consent
      *was kept.
       FD  VFX-CONS-FILE
           LABEL RECORD IS STANDARD.
       01  CONS-REC.
           05  CONS-MBR-ID             PIC 9(8).
           05  CONS-MKT-FLAG           PIC X.
               88  CONS-MKT-YES        VALUE "Y".
               88  CONS-MKT-NO         VALUE "N".
           05  CONS-MKT-DATE           PIC X(8).
           05  CONS-MKT-SOURCE         PIC X(8).
           05  CONS-SVC-FLAG           PIC X.
               88  CONS-SVC-YES        VALUE "Y".
               88  CONS-SVC-NO         VALUE "N".
           05  CONS-SVC-DATE           PIC X(8).
           05  CONS-SVC-SOURCE         PIC X(8).
           05  CONS-OPERATOR-ID        PIC X(8).
