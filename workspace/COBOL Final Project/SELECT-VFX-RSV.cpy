      *Skeleton COBOL Copybook - Merchant rolling reserve file control
      *The terms file says who is on reserve and on what terms; the
      *ledger holds each day's holdback until its release date.
           SELECT VFX-RSVT-FILE
               ASSIGN TO "VFXRSVTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVT-MER-ID
               FILE STATUS IS WS-RSVT-STATUS.
           SELECT VFX-RSV-FILE
               ASSIGN TO "VFXRSVLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-RSV-STATUS.
