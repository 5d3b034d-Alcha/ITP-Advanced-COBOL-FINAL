      *Skeleton COBOL Copybook - Merchant monthly statement records
      *The print file is what operations reads on the phone with a
      *merchant; the extract carries the same statement as tagged
      *records for the mail house. Every extract record starts with
      *the merchant and month, then a two-byte type:
      *  HD  name and address block
      *  OP  opening items still awaiting re-origination
      *  ST  one settlement date - gross, items, fee, net
      *  RT  an ACH return the bank sent back
      *  RO  a held or returned amount re-originated this month
      *  PH  net held back for a pending prenote
      *  RS  a settlement date's rolling reserve held and released
      *  TL  the month's totals and whether they tie
       FD  VFX-MSTMT-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  MSTMT-RPT-LINE              PIC X(132).

       FD  VFX-MSX-FILE
           LABEL RECORD IS STANDARD.
       01  MSX-REC.
           05  MSX-MER-ID              PIC X(8).
           05  MSX-CYCLE               PIC X(6).
           05  MSX-TYPE                PIC X(2).
           05  FILLER                  PIC X(134).
       01  MSX-HEADER REDEFINES MSX-REC.
           05  FILLER                  PIC X(16).
           05  MSX-HDR-NAME            PIC X(25).
           05  MSX-HDR-ADDRESS         PIC X(25).
           05  MSX-HDR-ZIP             PIC X(5).
           05  MSX-HDR-EMAIL           PIC X(30).
           05  FILLER                  PIC X(49).
       01  MSX-DETAIL REDEFINES MSX-REC.
           05  FILLER                  PIC X(16).
           05  MSX-DET-DATE            PIC X(8).
      *For RO the date the money first came back or was held.
           05  MSX-DET-REF-DATE        PIC X(8).
           05  MSX-DET-REASON          PIC X(3).
           05  MSX-DET-GROSS           PIC 9(9)V99.
           05  MSX-DET-ITEMS           PIC 9(5).
           05  MSX-DET-FEE             PIC 9(7)V99.
           05  MSX-DET-AMOUNT          PIC 9(9)V99.
           05  FILLER                  PIC X(79).
       01  MSX-TOTALS REDEFINES MSX-REC.
           05  FILLER                  PIC X(16).
           05  MSX-TOT-OPENING         PIC 9(11)V99.
           05  MSX-TOT-GROSS           PIC 9(11)V99.
           05  MSX-TOT-FEES            PIC 9(11)V99.
           05  MSX-TOT-REORIG          PIC 9(11)V99.
           05  MSX-TOT-HELD            PIC 9(11)V99.
           05  MSX-TOT-ACH             PIC 9(11)V99.
           05  MSX-TOT-RETURNS         PIC 9(11)V99.
           05  MSX-TOT-CLOSING         PIC 9(11)V99.
           05  MSX-TOT-RSV-HELD        PIC 9(11)V99.
           05  MSX-TOT-RSV-REL         PIC 9(11)V99.
           05  MSX-TOT-TIES            PIC X.
           05  FILLER                  PIC X(3).
