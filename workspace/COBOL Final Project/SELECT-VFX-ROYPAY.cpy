      *Skeleton COBOL Copybook - Royalty payable file control
           SELECT VFX-ROYPAY-FILE
               ASSIGN TO "VFXROYPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROYP-KEY
               FILE STATUS IS WS-ROYPAY-STATUS.
