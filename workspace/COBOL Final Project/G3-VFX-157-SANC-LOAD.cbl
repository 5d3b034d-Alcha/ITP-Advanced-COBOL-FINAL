      ******************************************************************
      *PROGRAM:  Sanctions Watch-List Load
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Loads the government sanctions watch-list feed into
      *          the indexed list every screening program reads. The
      *          feed is published whole, so a new publication
      *          replaces the list outright - but only after a first
      *          pass proves the header is there and the trailer
      *          count matches, so a truncated feed never wipes out
      *          the list we already have. A feed whose publication
      *          date is already loaded, or no feed at all tonight,
      *          leaves the list alone. The SANCLIST control record
      *          carries the loaded publication date, which is how
      *          G3-VFX-159-SANC-SCRN knows the list changed.
      ******************************************************************
       PROGRAM-ID. G3-VFX-157-SANC-LOAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-SANC-FEED.
       COPY SELECT-VFX-SANC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-SANC-FEED.
       COPY FD-VFX-SANC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-157-SANC-LOAD' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE "COMPLETE" TO VFX-157-RESULT.
       PERFORM 050-READ-LOADED-DATE.
       OPEN INPUT VFX-SANC-TXT.
       IF WS-SANC-TXT-STATUS NOT = "00"
           DISPLAY "G3-VFX-157-SANC-LOAD: NO WATCH-LIST FEED "
                   "TONIGHT - LIST UNCHANGED"
       ELSE
           PERFORM 100-PROVE-FEED
           CLOSE VFX-SANC-TXT
           IF VFX-157-RESULT = "COMPLETE"
                   AND VFX-157-FEED-DATE > VFX-157-LOADED-DATE
               OPEN INPUT VFX-SANC-TXT
               PERFORM 200-LOAD-LIST
               CLOSE VFX-SANC-TXT
               PERFORM 300-STAMP-LOADED-DATE
           ELSE
               IF VFX-157-RESULT = "COMPLETE"
                   DISPLAY "G3-VFX-157-SANC-LOAD: LIST OF "
                           VFX-157-FEED-DATE " ALREADY LOADED"
               END-IF
           END-IF
       END-IF.
       DISPLAY "G3-VFX-157-SANC-LOAD: " VFX-157-LOAD-COUNT
               " PARTIES LOADED, " VFX-157-DUP-COUNT
               " DUPLICATE IDS SKIPPED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-157-LOAD-COUNT TO JOB-LOG-COUNT.
       MOVE VFX-157-RESULT     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *050-READ-LOADED-DATE picks up the publication date of the list
      *on file now; zeros means nothing was ever loaded.
       050-READ-LOADED-DATE.
       MOVE WS-CTL-SANC-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZEROS TO VFX-157-LOADED-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-157-LOADED-DATE
       END-READ.
      ******************************************************************
      *100-PROVE-FEED reads the whole feed once without touching the
      *list: the first line must be the header, and the trailer's
      *count must match the party lines actually read. Either
      *failure rejects the feed and the chain stops for a look.
       100-PROVE-FEED.
       MOVE 'N' TO VFX-157-EOF-FLAG.
       MOVE 'N' TO VFX-157-TRAILER-FLAG.
       MOVE ZERO TO VFX-157-DETAIL-COUNT.
       MOVE ZEROS TO VFX-157-FEED-DATE.
       READ VFX-SANC-TXT
           AT END
               MOVE 'Y' TO VFX-157-EOF-FLAG
       END-READ.
       IF VFX-157-EOF OR NOT SANCF-HEADER
           DISPLAY "*** WATCH-LIST FEED HAS NO HEADER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-157-RESULT
           EXIT PARAGRAPH
       END-IF.
       MOVE SANCF-LIST-DATE TO VFX-157-FEED-DATE.
       PERFORM UNTIL VFX-157-EOF
           READ VFX-SANC-TXT
               AT END
                   MOVE 'Y' TO VFX-157-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN SANCF-DETAIL
                           ADD 1 TO VFX-157-DETAIL-COUNT
                       WHEN SANCF-TRAILER
                           SET VFX-157-TRAILER-SEEN TO TRUE
                           MOVE SANCF-TRL-COUNT
                               TO VFX-157-TRAILER-COUNT
                           MOVE 'Y' TO VFX-157-EOF-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM.
       IF NOT VFX-157-TRAILER-SEEN
           DISPLAY "*** WATCH-LIST FEED HAS NO TRAILER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-157-RESULT
       ELSE
           IF VFX-157-TRAILER-COUNT NOT = VFX-157-DETAIL-COUNT
               DISPLAY "*** WATCH-LIST FEED EXPECTED "
                       VFX-157-TRAILER-COUNT " PARTIES, READ "
                       VFX-157-DETAIL-COUNT " - REJECTED ***"
               MOVE "CONTROL TOTAL MISMATCH" TO VFX-157-RESULT
           END-IF
       END-IF.
      ******************************************************************
      *200-LOAD-LIST replaces the list with the proven feed, each
      *party filed with its squeezed name and address keys and the
      *publication date it came in on.
       200-LOAD-LIST.
       OPEN OUTPUT VFX-SANC-FILE.
       MOVE 'N' TO VFX-157-EOF-FLAG.
       PERFORM UNTIL VFX-157-EOF
           READ VFX-SANC-TXT
               AT END
                   MOVE 'Y' TO VFX-157-EOF-FLAG
               NOT AT END
                   IF SANCF-TRAILER
                       MOVE 'Y' TO VFX-157-EOF-FLAG
                   ELSE
                       IF SANCF-DETAIL
                           PERFORM 210-FILE-PARTY
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-SANC-FILE.
      *-----------------------------------------------------------------
       210-FILE-PARTY.
       MOVE SANCF-ENTRY-ID    TO SANC-ENTRY-ID.
       MOVE SANCF-NAME        TO SANC-NAME.
       MOVE SANCF-ADDRESS     TO SANC-ADDRESS.
       MOVE SANCF-ZIP         TO SANC-ZIP.
       MOVE SANCF-PROGRAM     TO SANC-PROGRAM.
       MOVE VFX-157-FEED-DATE TO SANC-LIST-DATE.
       MOVE SANCF-NAME        TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY       TO SANC-NAME-KEY.
       MOVE SANCF-ADDRESS     TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE SPACES            TO SANC-ADDR-KEY.
       IF VFX-SAN-KEY NOT = SPACES
           MOVE VFX-SAN-KEY(1:20) TO SANC-ADDR-KEY(1:20)
           MOVE SANCF-ZIP         TO SANC-ADDR-KEY(21:5)
       END-IF.
       WRITE SANC-REC
           INVALID KEY
               DISPLAY "DUPLICATE LIST ENTRY " SANCF-ENTRY-ID
                       " SKIPPED"
               ADD 1 TO VFX-157-DUP-COUNT
           NOT INVALID KEY
               ADD 1 TO VFX-157-LOAD-COUNT
       END-WRITE.
      ******************************************************************
      *300-STAMP-LOADED-DATE records the publication now on file.
       300-STAMP-LOADED-DATE.
       MOVE WS-CTL-SANC-NAME  TO CTL-NBR-NAME.
       MOVE VFX-157-FEED-DATE TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC
           INVALID KEY
               WRITE CTL-NBR-REC
       END-REWRITE.
       DISPLAY "G3-VFX-157-SANC-LOAD: WATCH LIST OF "
               VFX-157-FEED-DATE " NOW ON FILE".
      ******************************************************************
      *750-SANC-SQUEEZE folds VFX-SAN-RAW to upper case and keeps only
      *its letters and digits - the same squeeze every screening
      *program applies to our own names and addresses.
       750-SANC-SQUEEZE.
       INSPECT VFX-SAN-RAW
           CONVERTING VFX-SAN-LOWER TO VFX-SAN-UPPER.
       MOVE SPACES TO VFX-SAN-KEY.
       MOVE ZERO TO VFX-SAN-J.
       PERFORM VARYING VFX-SAN-I FROM 1 BY 1 UNTIL VFX-SAN-I > 40
           MOVE VFX-SAN-RAW(VFX-SAN-I:1) TO VFX-SAN-CHAR
           IF (VFX-SAN-CHAR IS ALPHABETIC
                   AND VFX-SAN-CHAR NOT = SPACE)
                   OR VFX-SAN-CHAR IS NUMERIC
               IF VFX-SAN-J < 30
                   ADD 1 TO VFX-SAN-J
                   MOVE VFX-SAN-CHAR TO VFX-SAN-KEY(VFX-SAN-J:1)
               END-IF
           END-IF
       END-PERFORM.
