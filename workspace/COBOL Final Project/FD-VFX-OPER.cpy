           05  OPER-PASSWORD-TXT       PIC X(8).
           05  OPER-AUTH-TXT           PIC 9.
           05  OPER-ACTIVE-TXT         PIC X.
           05  OPER-ADDRESS-TXT        PIC X(20).
           05  OPER-ZIP-TXT            PIC 9(5).
           05  OPER-PHONE-TXT          PIC X(11).
           05  OPER-EMAIL-TXT          PIC X(30).

       FD  VFX-OPER-FILE
           LABEL RECORD IS STANDARD.
                   88  OPER-LOCKED     VALUE "L".
               10  OPER-PWD-PRIOR      OCCURS 3 TIMES
                                       PIC X(8).
      *The operator's own home address, phone and email off the HR
      *extract, shaped like the member's, so the goodwill credit
      *review can catch a credit issued to the issuer's household.
           05  OPER-CONTACT.
               10  OPER-ADDRESS        PIC X(20).
               10  OPER-ZIP            PIC 9(5).
               10  OPER-PHONE          PIC X(11).
               10  OPER-EMAIL          PIC X(30).
