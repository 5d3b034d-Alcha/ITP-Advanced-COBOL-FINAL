           END-IF
       END-PERFORM.
       IF CAP1-EDIT-CHECK = 'S' OR 's'
           MOVE CAP1-ACCT-REC     TO WS-JRNL-BEFORE
           MOVE CAP1-EDIT-FNAME   TO CAP1-ACCT-FNAME
           MOVE CAP1-EDIT-LNAME   TO CAP1-ACCT-LNAME
           MOVE CAP1-EDIT-ADDRESS TO CAP1-ACCT-ADDRESS
       DISPLAY CLOSESCREEN.
       ACCEPT  CLOSESCREEN.
       IF CAP1-EDIT-RESP = 'Y' OR 'y'
           MOVE CAP1-ACCT-REC TO WS-JRNL-BEFORE
           SET CAP1-ACCT-CLOSED TO TRUE
           REWRITE CAP1-ACCT-REC
           MOVE "CAP1ACCTFILE" TO JRNL-FILE-NAME
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
