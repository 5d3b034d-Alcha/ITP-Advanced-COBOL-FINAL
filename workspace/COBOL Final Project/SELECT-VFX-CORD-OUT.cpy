      *Skeleton COBOL Copybook - Corporate order issue run output
      *VFX-CFUL-FILE lists the card numbers packed for each buyer;
      *VFX-CINV-FILE is the printed invoices.
           SELECT VFX-CFUL-FILE
               ASSIGN TO "VFXCORPFUL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFUL-STATUS.
           SELECT VFX-CINV-FILE
               ASSIGN TO "VFXCORPINV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CINV-STATUS.
