           05  SETH-ITEMS              PIC 9(5).
           05  SETH-FEE                PIC 9(7)V99.
           05  SETH-NET                PIC 9(9)V99.
      *Rolling reserve moved on the day: the share of the net held
      *back onto VFX-RSV-FILE, and earlier holdbacks released into
      *this net. SETH-NET is after both.
           05  SETH-RSV-HELD           PIC 9(9)V99.
           05  SETH-RSV-REL            PIC 9(9)V99.
