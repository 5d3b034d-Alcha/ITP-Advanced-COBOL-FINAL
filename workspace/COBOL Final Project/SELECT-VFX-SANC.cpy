      *Skeleton COBOL Copybook - Sanctions screening file control
      *The watch list as last loaded from the government feed, the
      *compliance review queue of possible matches, and the
      *screening evidence log the bank partner asks to see.
           SELECT VFX-SANC-FILE
               ASSIGN TO "VFXSANCLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SANC-ENTRY-ID
               ALTERNATE RECORD KEY IS SANC-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS SANC-ADDR-KEY WITH DUPLICATES
               FILE STATUS IS WS-SANC-STATUS.
           SELECT VFX-SANQ-FILE
               ASSIGN TO "VFXSANCQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SANQ-KEY
               FILE STATUS IS WS-SANQ-STATUS.
           SELECT VFX-SANL-TXT
               ASSIGN TO "VFXSANCLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANL-STATUS.
