      ******************************************************************
      *980-WRITE-JRNL appends one after-image line for forward
      *recovery; callers set the file name, action and record image
      *first, and for a REWRITE or DELETE save the record as read
      *in WS-JRNL-BEFORE so the change can be backed out.
       980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO JRNL-TSTAMP.
       MOVE CAP1-M-PROG           TO JRNL-PROGRAM.
       IF JRNL-WRITE
           MOVE SPACES            TO JRNL-BEFORE
       ELSE
           MOVE WS-JRNL-BEFORE    TO JRNL-BEFORE
       END-IF.
       WRITE JRNL-REC.
       MOVE SPACES TO WS-JRNL-BEFORE.
