      *          genre (against the genre master) and price, adds or *
      *          updates good records, writes rejects with reasons,  *
      *          reconciles the feed trailer count, and regenerates  *
      *          the VML-FILE-TXT browse extract. A load that added  *
      *          new titles runs G3-VFX-145-SEQ-NOTIF so owners of a *
      *          series hear about its next installment.             *
      ******************************************************************
       program-id. G3-BLD-VFX-MOV.
      *-----------------------------------------------------------------
               88  WS-EOF                  VALUE 'Y'.
           03  WS-COUNTER                  PIC 9(4) VALUE ZERO.
           03  WS-REJECT-COUNTER           PIC 9(4) VALUE ZERO.
           03  WS-NEW-TITLE-COUNTER        PIC 9(4) VALUE ZERO.
           03  WS-TRAILER-FLAG             PIC X VALUE 'N'.
               88  WS-TRAILER-SEEN         VALUE 'Y'.
           03  WS-TOTAL-PROCESSED          PIC 9(4).
                 VFX-GENRE-FILE
                 VML-FEED-REJECT-FILE
                 JOB-LOG-FILE.
      *The notice run finds its own pending installments; it only
      *needs kicking off when the feed brought in something new.
           IF WS-NEW-TITLE-COUNTER > ZERO
               CALL "G3-VFX-145-SEQ-NOTIF"
               CANCEL "G3-VFX-145-SEQ-NOTIF"
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *150-VALIDATE applies the same edits the catalog screen applies
           MOVE FEED-STUDIO-TXT    TO VML-MST-STUDIO-ID.
           MOVE WS-SAVE-STATUS-FLAG TO VML-MST-STATUS-FLAG.
           MOVE "FEED"             TO VML-MST-OPERATOR-ID.
           MOVE WS-TSTAMP(1:8)     TO VML-MST-MAINT-DATE.
           WRITE VML-MST-REC.
           IF WS-VML-MST-STATUS = "00"
               ADD 1 TO WS-COUNTER
               ADD 1 TO WS-NEW-TITLE-COUNTER
           ELSE
               IF WS-VML-MST-STATUS = "22"
                   REWRITE VML-MST-REC
