      ******************************************************************
      *PROGRAM:  Vuflix Series/Franchise Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Builds the series master that links movie master
      *          titles into an ordered franchise - sequels, episodes
      *          of the same series - alongside catalog maintenance
      *          in G3-VFX-5-MOV-ADD. Adds, updates, drops and lists
      *          installments; each added installment is either set
      *          to notify the owners of the earlier ones when it
      *          goes live (G3-VFX-145-SEQ-NOTIF) or keyed as back
      *          catalog with no notice.
      ******************************************************************
       PROGRAM-ID. G3-VFX-143-SER-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-SER.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-SER.
       COPY FD-VFX-MOV-MST.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-143-SER-MNT' TO VFX-M-PROG.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO WS-OPERATOR-ID
       ELSE
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
       END-IF.
       OPEN I-O VFX-SER-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-143-SEL.
       PERFORM UNTIL VFX-143-SEL = 'X' OR 'x'
           DISPLAY "SERIES MAINTENANCE - 'A' ADD, 'U' UPDATE, "
                   "'D' DROP, 'L' LIST, 'X' EXIT: "
           ACCEPT VFX-143-SEL
           EVALUATE VFX-143-SEL
               WHEN 'A' WHEN 'a' PERFORM 100-ADD-INSTALLMENT
               WHEN 'U' WHEN 'u' PERFORM 200-UPDATE-INSTALLMENT
               WHEN 'D' WHEN 'd' PERFORM 300-DROP-INSTALLMENT
               WHEN 'L' WHEN 'l' PERFORM 400-LIST-SERIES
           END-EVALUATE
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-SER-FILE.
       CLOSE VML-MST-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *100-ADD-INSTALLMENT files one title into a series. The title
      *has to be on the movie master already (the feed or catalog
      *maintenance put it there), and can't sit in the same series
      *twice. A series that already has rows keeps its name.
       100-ADD-INSTALLMENT.
       PERFORM 150-ACCEPT-KEY.
       DISPLAY "MOVIE ID: ".
       ACCEPT VFX-143-NEW-VML-ID.
       PERFORM 160-VALIDATE-TITLE.
       IF VFX-143-MSG = SPACES
           PERFORM 170-FIND-SERIES-NAME
           IF VFX-143-NEW-NAME = SPACES
               DISPLAY "NEW SERIES - SERIES NAME: "
               ACCEPT VFX-143-NEW-NAME
           END-IF
           IF VFX-143-NEW-NAME = SPACES
               MOVE "SERIES NAME IS REQUIRED" TO VFX-143-MSG
           END-IF
       END-IF.
       IF VFX-143-MSG = SPACES
           MOVE 'N' TO VFX-143-NOTIFY
           IF VFX-143-NEW-SEQ > 1
               DISPLAY "NOTIFY OWNERS OF EARLIER INSTALLMENTS WHEN "
                       "IT GOES LIVE? (Y/N): "
               ACCEPT VFX-143-NOTIFY
           END-IF
           MOVE VFX-143-NEW-ID     TO SER-ID
           MOVE VFX-143-NEW-SEQ    TO SER-SEQ
           MOVE VFX-143-NEW-NAME   TO SER-NAME
           MOVE VFX-143-NEW-VML-ID TO SER-VML-ID
           IF VFX-143-NOTIFY = 'Y' OR 'y'
               SET SER-NOTICE-PENDING TO TRUE
           ELSE
               SET SER-NOTICE-NONE TO TRUE
           END-IF
           MOVE SPACES             TO SER-NOTICE-DATE
           MOVE WS-OPERATOR-ID     TO SER-OPERATOR-ID
           WRITE SER-REC
               INVALID KEY
                   MOVE "THAT SERIES/INSTALLMENT ALREADY EXISTS"
                       TO VFX-143-MSG
           END-WRITE
       END-IF.
       IF VFX-143-MSG = SPACES
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "INSTALLMENT ADDED"
       ELSE
           DISPLAY VFX-143-MSG " - NOTHING SAVED"
       END-IF.
      ******************************************************************
      *200-UPDATE-INSTALLMENT repoints an installment at a different
      *title or renames the series row; blank entries keep what is
      *there.
       200-UPDATE-INSTALLMENT.
       PERFORM 150-ACCEPT-KEY.
       MOVE VFX-143-NEW-ID  TO SER-ID.
       MOVE VFX-143-NEW-SEQ TO SER-SEQ.
       READ VFX-SER-FILE
           INVALID KEY
               DISPLAY "INSTALLMENT NOT FOUND"
           NOT INVALID KEY
               PERFORM 210-UPDATE-BODY
       END-READ.
      ******************************************************************
       210-UPDATE-BODY.
       MOVE SPACES TO VFX-143-MSG.
       DISPLAY "MOVIE ID (" SER-VML-ID "): ".
       ACCEPT VFX-143-NEW-VML-ID.
       IF VFX-143-NEW-VML-ID NOT = SPACES
               AND VFX-143-NEW-VML-ID NOT = SER-VML-ID
           PERFORM 160-VALIDATE-TITLE
      *The validation read moved the record area; put it back.
           MOVE VFX-143-NEW-ID  TO SER-ID
           MOVE VFX-143-NEW-SEQ TO SER-SEQ
           READ VFX-SER-FILE
               INVALID KEY
                   MOVE "INSTALLMENT NOT FOUND" TO VFX-143-MSG
           END-READ
       END-IF.
       IF VFX-143-MSG = SPACES
           DISPLAY "SERIES NAME (" SER-NAME "): "
           ACCEPT VFX-143-NEW-NAME
           IF VFX-143-NEW-VML-ID NOT = SPACES
               MOVE VFX-143-NEW-VML-ID TO SER-VML-ID
           END-IF
           IF VFX-143-NEW-NAME NOT = SPACES
               MOVE VFX-143-NEW-NAME TO SER-NAME
           END-IF
           MOVE WS-OPERATOR-ID TO SER-OPERATOR-ID
           REWRITE SER-REC
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "INSTALLMENT UPDATED"
       ELSE
           DISPLAY VFX-143-MSG " - NOTHING SAVED"
       END-IF.
      ******************************************************************
       300-DROP-INSTALLMENT.
       PERFORM 150-ACCEPT-KEY.
       MOVE VFX-143-NEW-ID  TO SER-ID.
       MOVE VFX-143-NEW-SEQ TO SER-SEQ.
       READ VFX-SER-FILE
           INVALID KEY
               DISPLAY "INSTALLMENT NOT FOUND"
           NOT INVALID KEY
               DISPLAY "DROP " SER-NAME " #" SER-SEQ " ("
                       SER-VML-ID ")? (Y/N): "
               ACCEPT VFX-143-RESP
               IF VFX-143-RESP = 'Y' OR 'y'
                   DELETE VFX-SER-FILE
                   ADD 1 TO WS-JOB-LOG-COUNT
                   DISPLAY "INSTALLMENT DROPPED"
               END-IF
       END-READ.
      ******************************************************************
       150-ACCEPT-KEY.
       MOVE SPACES TO VFX-143-MSG.
       MOVE SPACES TO VFX-143-NEW-NAME.
       DISPLAY "SERIES ID (UP TO 8 CHARS): ".
       ACCEPT VFX-143-NEW-ID.
       DISPLAY "INSTALLMENT NUMBER (1-999): ".
       ACCEPT VFX-143-NEW-SEQ.
       IF VFX-143-NEW-ID = SPACES OR VFX-143-NEW-SEQ = ZERO
           MOVE "SERIES ID AND INSTALLMENT ARE REQUIRED"
               TO VFX-143-MSG
       END-IF.
      ******************************************************************
      *160-VALIDATE-TITLE: the title must be on the movie master and
      *not already an installment of this series.
       160-VALIDATE-TITLE.
       IF VFX-143-MSG = SPACES
           MOVE VFX-143-NEW-VML-ID TO VML-MST-ID-KEY
           READ VML-MST-FILE KEY IS VML-MST-ID-KEY
               INVALID KEY
                   MOVE "MOVIE ID NOT ON MOVIE MASTER" TO VFX-143-MSG
               NOT INVALID KEY
                   DISPLAY "TITLE: " VML-MST-TITLE-KEY
           END-READ
       END-IF.
       IF VFX-143-MSG = SPACES
           MOVE 'N' TO VFX-143-EOF-FLAG
           MOVE VFX-143-NEW-VML-ID TO SER-VML-ID
           START VFX-SER-FILE KEY IS EQUAL TO SER-VML-ID
               INVALID KEY
                   MOVE 'Y' TO VFX-143-EOF-FLAG
           END-START
           PERFORM UNTIL VFX-143-EOF
               READ VFX-SER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-143-EOF-FLAG
                   NOT AT END
                       IF SER-VML-ID NOT = VFX-143-NEW-VML-ID
                           MOVE 'Y' TO VFX-143-EOF-FLAG
                       ELSE
                           IF SER-ID = VFX-143-NEW-ID
                               MOVE "TITLE IS ALREADY IN THIS SERIES"
                                   TO VFX-143-MSG
                               MOVE 'Y' TO VFX-143-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       END-IF.
      ******************************************************************
      *170-FIND-SERIES-NAME picks the name up off the series' first
      *row on file, so every installment carries the same one.
       170-FIND-SERIES-NAME.
       MOVE SPACES TO VFX-143-NEW-NAME.
       MOVE VFX-143-NEW-ID TO SER-ID.
       MOVE ZERO TO SER-SEQ.
       START VFX-SER-FILE KEY IS NOT LESS THAN SER-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ VFX-SER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SER-ID = VFX-143-NEW-ID
                           MOVE SER-NAME TO VFX-143-NEW-NAME
                           DISPLAY "SERIES: " SER-NAME
                       END-IF
               END-READ
       END-START.
      ******************************************************************
      *400-LIST-SERIES shows one series in running order, or every
      *series when the id is left blank.
       400-LIST-SERIES.
       DISPLAY "SERIES ID (BLANK = ALL): ".
       ACCEPT VFX-143-NEW-ID.
       MOVE 'N' TO VFX-143-EOF-FLAG.
       MOVE VFX-143-NEW-ID TO SER-ID.
       MOVE ZERO TO SER-SEQ.
       START VFX-SER-FILE KEY IS NOT LESS THAN SER-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-143-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-143-EOF
           READ VFX-SER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-143-EOF-FLAG
               NOT AT END
                   IF VFX-143-NEW-ID NOT = SPACES
                           AND SER-ID NOT = VFX-143-NEW-ID
                       MOVE 'Y' TO VFX-143-EOF-FLAG
                   ELSE
                       PERFORM 410-LIST-LINE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY "END OF SERIES LIST - PRESS ENTER".
       ACCEPT VFX-143-RESP.
      ******************************************************************
       410-LIST-LINE.
       MOVE SER-VML-ID TO VML-MST-ID-KEY.
       READ VML-MST-FILE KEY IS VML-MST-ID-KEY
           INVALID KEY
               MOVE "** NOT ON MOVIE MASTER **" TO VML-MST-TITLE-KEY
       END-READ.
       DISPLAY SER-ID " " SER-SEQ " " SER-VML-ID " "
               VML-MST-TITLE-KEY " " SER-NOTICE-STATUS " "
               SER-NOTICE-DATE.
