       MOVE SPACES          TO VML-MST-STUDIO-ID.
       MOVE 'A'             TO VML-MST-STATUS-FLAG.
       MOVE WS-OPERATOR-ID  TO VML-MST-OPERATOR-ID.
       MOVE WS-TSTAMP(1:8)  TO VML-MST-MAINT-DATE.
       WRITE VML-MST-REC
           INVALID KEY
               DISPLAY BLANK-SCREEN
               DISPLAY 'MOVIE ID NOT FOUND...'
               ACCEPT VFX-5-RESP
           NOT INVALID KEY
               MOVE VML-MST-REC     TO WS-JRNL-BEFORE
               MOVE VFX-5-NEW-TITLE TO VML-MST-TITLE-KEY
               MOVE VFX-5-NEW-GENRE TO VML-MST-GENRE
               MOVE VFX-5-NEW-PRICE TO VML-MST-PRICE
               MOVE VFX-5-NEW-RATING TO VML-MST-RATING
               MOVE WS-OPERATOR-ID  TO VML-MST-OPERATOR-ID
               MOVE WS-TSTAMP(1:8)  TO VML-MST-MAINT-DATE
               REWRITE VML-MST-REC
               MOVE "VMLMSTFILE" TO JRNL-FILE-NAME
               MOVE 'R'          TO JRNL-ACTION
               DISPLAY 'MOVIE ID NOT FOUND...'
               ACCEPT VFX-5-RESP
           NOT INVALID KEY
               MOVE VML-MST-REC TO WS-JRNL-BEFORE
               MOVE 'R' TO VML-MST-STATUS-FLAG
               MOVE WS-OPERATOR-ID TO VML-MST-OPERATOR-ID
               MOVE WS-TSTAMP(1:8) TO VML-MST-MAINT-DATE
               REWRITE VML-MST-REC
               MOVE "VMLMSTFILE" TO JRNL-FILE-NAME
               MOVE 'R'          TO JRNL-ACTION
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
