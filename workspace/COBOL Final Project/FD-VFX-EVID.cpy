      *Skeleton COBOL Copybook - Chargeback evidence packet records
      *One packet per open dispute for the processor: a CASE line,
      *then the original purchase, the member's enrollment and
      *address, every viewing row for the member and title, and
      *the contacts about the purchase. The TRAILER carries the
      *case count so the processor can prove it got every packet.
       FD  VFX-EVID-FILE
           LABEL RECORD IS STANDARD.
       01  EVID-REC                    PIC X(120).
      *EVC-STRENGTH is "STRONG" when the title was watched on or
      *after the purchase date - "I never got it" is answered by
      *the viewing rows that follow.
       01  EVID-CASE REDEFINES EVID-REC.
           05  EVC-TAG                 PIC X(8).
           05  EVC-CASE-NBR            PIC X(12).
           05  EVC-MBR-ID              PIC 9(8).
           05  EVC-VML-ID              PIC X(8).
           05  EVC-SEQ                 PIC 9(3).
           05  EVC-AMOUNT              PIC 9(4)V99.
           05  EVC-RECV-DATE           PIC X(8).
           05  EVC-STRENGTH            PIC X(6).
           05  EVC-VIEW-COUNT          PIC 9(4).
           05  FILLER                  PIC X(57).
       01  EVID-PURCHASE REDEFINES EVID-REC.
           05  EVP-TAG                 PIC X(8).
           05  EVP-DATE                PIC X(8).
           05  EVP-TITLE               PIC X(30).
           05  EVP-PRICE               PIC 9(3)V99.
           05  EVP-NET-PRICE           PIC 9(3)V99.
           05  EVP-TAX-STATE           PIC X(2).
           05  EVP-TAX-AMT             PIC 9(3)V99.
           05  EVP-FORMAT              PIC X(2).
           05  EVP-TYPE                PIC X.
           05  EVP-PROMO-CODE          PIC X(10).
           05  FILLER                  PIC X(44).
       01  EVID-MEMBER REDEFINES EVID-REC.
           05  EVM-TAG                 PIC X(8).
           05  EVM-ENROLL-DATE         PIC X(8).
           05  EVM-FNAME               PIC X(15).
           05  EVM-LNAME               PIC X(15).
           05  EVM-ADDRESS             PIC X(20).
           05  EVM-ZIP                 PIC 9(5).
           05  EVM-EMAIL               PIC X(30).
           05  FILLER                  PIC X(19).
       01  EVID-VIEWING REDEFINES EVID-REC.
           05  EVV-TAG                 PIC X(8).
           05  EVV-DATE                PIC X(8).
           05  EVV-PROF-NBR            PIC 9(2).
      *"Y" when this viewing is on or after the purchase date.
           05  EVV-AFTER-PUR           PIC X.
           05  FILLER                  PIC X(101).
       01  EVID-CONTACT REDEFINES EVID-REC.
           05  EVT-TAG                 PIC X(8).
           05  EVT-DATE                PIC X(8).
           05  EVT-SOURCE              PIC X(12).
           05  EVT-ADDRESS             PIC X(30).
           05  EVT-CONCERN             PIC X(30).
           05  FILLER                  PIC X(32).
       01  EVID-TRAILER REDEFINES EVID-REC.
           05  EVX-TAG                 PIC X(8).
           05  EVX-CASE-COUNT          PIC 9(6).
           05  EVX-STRONG-COUNT        PIC 9(6).
           05  FILLER                  PIC X(100).
