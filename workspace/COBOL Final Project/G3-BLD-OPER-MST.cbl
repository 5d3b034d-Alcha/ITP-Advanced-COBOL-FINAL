      *DATE    : 08/22/2026                                           *
      *ABSTRACT: Builds/refreshes the VFX-OPER-FILE isam from a flat  *
      *          operator extract (id, name, password, authority,     *
      *          active flag, home address, zip, phone, email), the   *
      *          same delta-load shape the zip and tax builds use.    *
      ******************************************************************
       program-id. G3-BLD-OPER-MST.
      *-----------------------------------------------------------------
      *they're read off the existing row first and restored after,
      *the same way the merchant build preserves MER-OPERATOR-ID,
      *so a delta reload can't wipe a lockout or the history ring.
      *The contact fields sit after the controls on the master, so
      *they are moved across by name.
       400-WRITE-OR-UPDATE.
           MOVE OPER-ID-TXT TO OPER-ID.
           READ VFX-OPER-FILE
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "22"
               MOVE OPER-ID-TXT TO OPER-ID
               MOVE WS-SAVE-PWD-CTLS TO OPER-PWD-CTLS
               MOVE OPER-ADDRESS-TXT TO OPER-ADDRESS
               MOVE OPER-ZIP-TXT     TO OPER-ZIP
               MOVE OPER-PHONE-TXT   TO OPER-PHONE
               MOVE OPER-EMAIL-TXT   TO OPER-EMAIL
               REWRITE OPER-REC
               IF WS-OPER-STATUS = "00"
                   ADD 1 TO WS-COUNTER
