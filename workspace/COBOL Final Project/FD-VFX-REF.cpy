      *Skeleton COBOL Copybook - Member referral record
      *One row per member who named a referrer at signup, keyed by
      *the new member, with the referrer as an alternate key so the
      *signup screen can count a referrer's year. The row stays
      *pending until the new member's first billing cycle posts
      *paid; G3-VFX-165-REFERRAL then credits both members and
      *records the two goodwill cards it issued.
       FD  VFX-REF-FILE
           LABEL RECORD IS STANDARD.
       01  REF-REC.
           05  REF-MBR-ID              PIC 9(8).
           05  REF-REFERRER-ID         PIC 9(8).
           05  REF-DATE                PIC X(8).
           05  REF-STATUS              PIC X.
               88  REF-PENDING         VALUE "P".
               88  REF-CREDITED        VALUE "C".
           05  REF-CYCLE               PIC X(6).
           05  REF-CREDIT-DATE         PIC X(8).
           05  REF-CREDIT-AMT          PIC 9(5)V99.
           05  REF-NEW-GC-NBR          PIC X(12).
           05  REF-REFR-GC-NBR         PIC X(12).
           05  REF-OPERATOR-ID         PIC X(8).
