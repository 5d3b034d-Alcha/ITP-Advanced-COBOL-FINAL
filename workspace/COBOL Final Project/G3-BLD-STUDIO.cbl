                 JOB-LOG-FILE.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *400-WRITE-OR-UPDATE refreshes what the feed owns and leaves
      *the bank fields and their prenote state alone - those are
      *keyed by a supervisor, and a feed rerun must not wipe them.
       400-WRITE-OR-UPDATE.
           MOVE STUDIO-ID-TXT      TO STUDIO-ID.
           READ VFX-STUDIO-FILE
               INVALID KEY
                   MOVE SPACES TO STUDIO-ROUTE
                   MOVE SPACES TO STUDIO-ACCT
                   MOVE "P"    TO STUDIO-PRENOTE-STATUS
                   MOVE SPACES TO STUDIO-PRENOTE-DATE
           END-READ.
           MOVE STUDIO-ID-TXT      TO STUDIO-ID.
           MOVE STUDIO-NAME-TXT    TO STUDIO-NAME.
           MOVE STUDIO-ADDRESS-TXT TO STUDIO-ADDRESS.
