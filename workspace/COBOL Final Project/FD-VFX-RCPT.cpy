      *Skeleton COBOL Copybook - Purchase receipt extract records
      *One receipt per sale, per bundle and per refund for the mail
      *house: a header naming the member and the receipt, one item
      *line per title, and a total line. The tax state and tax are
      *itemized on every line, as the states that require an
      *itemized receipt ask.
       FD  VFX-RCPT-FILE
           LABEL RECORD IS STANDARD.
       01  RCPT-REC                    PIC X(160).
       01  RCPT-HEADER REDEFINES RCPT-REC.
      *'H' header, 'I' item, 'T' total.
           05  RCPT-HDR-TAG            PIC X.
           05  FILLER                  PIC X.
           05  RCPT-HDR-NBR            PIC 9(8).
           05  FILLER                  PIC X.
      *SALE or REFUND.
           05  RCPT-HDR-KIND           PIC X(6).
           05  FILLER                  PIC X.
           05  RCPT-HDR-DATE           PIC X(8).
           05  FILLER                  PIC X.
           05  RCPT-HDR-MBR-ID         PIC 9(8).
           05  FILLER                  PIC X.
           05  RCPT-HDR-EMAIL          PIC X(30).
           05  FILLER                  PIC X.
           05  RCPT-HDR-FNAME          PIC X(15).
           05  FILLER                  PIC X.
           05  RCPT-HDR-LNAME          PIC X(15).
           05  FILLER                  PIC X.
      *The bundle's name on a bundle receipt, else spaces.
           05  RCPT-HDR-BUNDLE         PIC X(30).
           05  FILLER                  PIC X(31).
       01  RCPT-ITEM REDEFINES RCPT-REC.
           05  RCPT-ITM-TAG            PIC X.
           05  FILLER                  PIC X.
           05  RCPT-ITM-NBR            PIC 9(8).
           05  FILLER                  PIC X.
           05  RCPT-ITM-VML-ID         PIC X(8).
           05  FILLER                  PIC X.
           05  RCPT-ITM-TITLE          PIC X(30).
           05  FILLER                  PIC X.
           05  RCPT-ITM-FORMAT         PIC X(2).
           05  FILLER                  PIC X.
      *Rental expiry; spaces on a sale.
           05  RCPT-ITM-EXPIRE         PIC X(8).
           05  FILLER                  PIC X.
           05  RCPT-ITM-LIST           PIC ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-ITM-PROMO          PIC X(10).
           05  FILLER                  PIC X.
           05  RCPT-ITM-PRICE          PIC ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-ITM-CREDIT         PIC ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-ITM-POINTS         PIC ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-ITM-TAX-STATE      PIC X(2).
           05  FILLER                  PIC X.
           05  RCPT-ITM-TAX            PIC ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-ITM-CHARGE         PIC Z,ZZ9.99.
           05  FILLER                  PIC X(58).
       01  RCPT-TOTAL REDEFINES RCPT-REC.
           05  RCPT-TOT-TAG            PIC X.
           05  FILLER                  PIC X.
           05  RCPT-TOT-NBR            PIC 9(8).
           05  FILLER                  PIC X.
           05  RCPT-TOT-ITEMS          PIC Z9.
           05  FILLER                  PIC X.
           05  RCPT-TOT-PRICE          PIC Z,ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-TOT-CREDIT         PIC Z,ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-TOT-POINTS         PIC Z,ZZ9.99.
           05  FILLER                  PIC X.
           05  RCPT-TOT-TAX            PIC Z,ZZ9.99.
           05  FILLER                  PIC X.
      *The card charge, or on a refund the amount back to the card.
           05  RCPT-TOT-CHARGE         PIC Z,ZZ9.99.
           05  FILLER                  PIC X(117).
