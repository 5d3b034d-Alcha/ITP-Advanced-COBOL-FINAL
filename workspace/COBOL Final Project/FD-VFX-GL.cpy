      *discounts), RFND (refunds), SUBS (subscription fees), RENT
      *(rental revenue), CHBK
      *(chargebacks off the dispute file), CASH (the settlement/
      *clearing side every entry balances against). The deferred
      *revenue run adds GCDF (gift card liability), GSDF (gift
      *subscription liability) and BRKG (gift card breakage income),
      *and SUBD (annual plan fees billed ahead and not yet earned).
      *TAXP is sales tax collected and owed to the states, ROYX and
      *ROYP studio royalty expense and the payable behind it. The
      *month-end tie-out also looks up PTSL (rewards points
      *liability), which no run posts yet.
       FD  VFX-GLMAP-TXT
           LABEL RECORD IS STANDARD.
       01  GLMAP-REC-TXT.
