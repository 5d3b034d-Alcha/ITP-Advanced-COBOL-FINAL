      *Skeleton COBOL Copybook - Marketing CRM change feed records
      *The nightly delta for the marketing CRM: one header naming the
      *business date and the journal time span the file covers, one
      *detail per member or purchase changed in that span carrying
      *the record as it stands now, and a trailer of control totals
      *the CRM proves its load against. Card data never goes out.
       FD  VFX-CRM-FILE
           LABEL RECORD IS STANDARD.
       01  CRM-REC                     PIC X(200).
       01  CRM-HEADER REDEFINES CRM-REC.
           05  CRM-HDR-TAG             PIC X(8).
           05  CRM-HDR-DATE            PIC X(8).
      *Journal timestamps (YYYYMMDDHHMMSSCC): the file holds changes
      *after FROM up to and including THRU.
           05  CRM-HDR-FROM            PIC X(16).
           05  CRM-HDR-THRU            PIC X(16).
           05  FILLER                  PIC X(152).
       01  CRM-MEMBER REDEFINES CRM-REC.
           05  CRM-MBR-TAG             PIC X(8).
      *'A' added, 'C' changed, 'D' deleted - a delete carries the key
      *only.
           05  CRM-MBR-ACTION          PIC X.
           05  CRM-MBR-ID              PIC 9(8).
           05  CRM-MBR-FNAME           PIC X(15).
           05  CRM-MBR-LNAME           PIC X(15).
           05  CRM-MBR-ADDRESS         PIC X(20).
           05  CRM-MBR-ZIP             PIC 9(5).
           05  CRM-MBR-PHONE           PIC X(11).
           05  CRM-MBR-EMAIL           PIC X(30).
           05  CRM-MBR-EMAIL-FLAG      PIC X.
           05  CRM-MBR-STATUS          PIC X.
           05  CRM-MBR-PLAN-CODE       PIC X(3).
           05  CRM-MBR-ENROLL-DATE     PIC X(8).
           05  CRM-MBR-CANCEL-DATE     PIC X(8).
           05  CRM-MBR-REACT-DATE      PIC X(8).
           05  CRM-MBR-MERGED-TO       PIC 9(8).
           05  CRM-MBR-PAUSE-DATE      PIC X(8).
           05  CRM-MBR-RESUME-DATE     PIC X(8).
      *Consent as it stands; a member with no consent row has never
      *opted out of anything and goes out as "Y".
           05  CRM-MBR-MKT-CONS        PIC X.
           05  CRM-MBR-MKT-DATE        PIC X(8).
           05  CRM-MBR-SVC-CONS        PIC X.
           05  CRM-MBR-SVC-DATE        PIC X(8).
           05  FILLER                  PIC X(16).
       01  CRM-PURCHASE REDEFINES CRM-REC.
           05  CRM-PUR-TAG             PIC X(8).
           05  CRM-PUR-ACTION          PIC X.
           05  CRM-PUR-MBR-ID          PIC 9(8).
           05  CRM-PUR-VML-ID          PIC X(8).
           05  CRM-PUR-SEQ             PIC 9(3).
           05  CRM-PUR-TITLE           PIC X(30).
           05  CRM-PUR-GENRE           PIC X(15).
           05  CRM-PUR-PRICE           PIC 9(3)V99.
           05  CRM-PUR-NET-PRICE       PIC 9(3)V99.
           05  CRM-PUR-PROMO-CODE      PIC X(10).
           05  CRM-PUR-DATE            PIC X(8).
           05  CRM-PUR-STATUS          PIC X.
           05  CRM-PUR-TYPE            PIC X.
           05  CRM-PUR-EXPIRE-DATE     PIC X(8).
           05  CRM-PUR-FORMAT          PIC X(2).
           05  FILLER                  PIC X(87).
       01  CRM-TRAILER REDEFINES CRM-REC.
           05  CRM-TRL-TAG             PIC X(8).
           05  CRM-TRL-MBR-COUNT       PIC 9(7).
           05  CRM-TRL-PUR-COUNT       PIC 9(7).
           05  CRM-TRL-ADD-COUNT       PIC 9(7).
           05  CRM-TRL-CHG-COUNT       PIC 9(7).
           05  CRM-TRL-DEL-COUNT       PIC 9(7).
           05  CRM-TRL-REC-COUNT       PIC 9(7).
      *Sum of the member ids on every detail line.
           05  CRM-TRL-MBR-HASH        PIC 9(15).
           05  FILLER                  PIC X(135).

      *One entry per journal or consent change taken, sorted so each
      *member's and each purchase's changes come together, earliest
      *first.
       SD  SORT-CRM-FILE.
       01  SORT-CRM-REC.
           05  SORT-CRM-KIND           PIC X.
           05  SORT-CRM-KEY            PIC X(19).
           05  SORT-CRM-TSTAMP         PIC X(16).
           05  SORT-CRM-ACTION         PIC X.
