                   INVALID KEY
                       DISPLAY "PURCHASE READ FAILED"
                   NOT INVALID KEY
                       MOVE PUR-REC TO WS-JRNL-BEFORE
                       PERFORM 110-CONFIRM-AND-WRITE
               END-READ
           WHEN VFX-17-PRIOR-FLAG = 'Y'
      ******************************************************************
      *140-RESTORE-POINTS reverses a points redemption onto the
      *member's ledger row; a missing row (ledger rebuilt, member
      *merged) gets re-created rather than losing the points. The
      *purchase's own before-image is held aside while the ledger
      *change is journaled, for the purchase rewrite that follows.
       140-RESTORE-POINTS.
       COMPUTE VFX-17-PTS-BACK = VFX-17-CREDIT-PART * 100.
       MOVE WS-JRNL-BEFORE TO VFX-17-PUR-BEFORE.
       MOVE PUR-MBR-ID TO PTS-MBR-ID.
       READ VFX-PTS-FILE
           INVALID KEY
               MOVE ZERO            TO PTS-REDEEMED
               MOVE WS-BUS-DATE     TO PTS-LAST-DATE
               WRITE PTS-REC
               MOVE "VFXPTSFILE" TO JRNL-FILE-NAME
               MOVE 'W'          TO JRNL-ACTION
               MOVE PTS-REC      TO JRNL-DATA
               PERFORM 980-WRITE-JRNL
           NOT INVALID KEY
               MOVE PTS-REC TO WS-JRNL-BEFORE
               ADD VFX-17-PTS-BACK TO PTS-BALANCE
               IF PTS-REDEEMED NOT < VFX-17-PTS-BACK
                   SUBTRACT VFX-17-PTS-BACK FROM PTS-REDEEMED
               END-IF
               MOVE WS-BUS-DATE TO PTS-LAST-DATE
               REWRITE PTS-REC
               MOVE "VFXPTSFILE" TO JRNL-FILE-NAME
               MOVE 'R'          TO JRNL-ACTION
               MOVE PTS-REC      TO JRNL-DATA
               PERFORM 980-WRITE-JRNL
       END-READ.
       MOVE VFX-17-PUR-BEFORE TO WS-JRNL-BEFORE.
       DISPLAY "POINTS RESTORED TO REWARDS BALANCE".
      ******************************************************************
      *980-WRITE-JRNL appends one after-image line for forward
      *recovery; callers set the file name, action and record image
      *first, and for a REWRITE or DELETE save the record as read
      *in WS-JRNL-BEFORE so the change can be backed out.
       980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO JRNL-TSTAMP.
       MOVE VFX-M-PROG            TO JRNL-PROGRAM.
       IF JRNL-WRITE
           MOVE SPACES            TO JRNL-BEFORE
       ELSE
           MOVE WS-JRNL-BEFORE    TO JRNL-BEFORE
       END-IF.
       WRITE JRNL-REC.
       MOVE SPACES TO WS-JRNL-BEFORE.
