           05  RFND-KEY.
               10  RFND-MBR-ID         PIC 9(8).
               10  RFND-VML-ID         PIC X(8).
      *A prepaid-year refund on a mid-term cancel is no title's sale
      *and carries this marker in place of a movie id. It is paid
      *like any refund, but booked by the deferred revenue run.
                   88  RFND-PLAN-REFUND VALUE "*ANNUAL*".
               10  RFND-SEQ            PIC 9(3).
           05  RFND-TITLE              PIC X(30).
      *RFND-AMOUNT is the cash side of the refund: the price charged
