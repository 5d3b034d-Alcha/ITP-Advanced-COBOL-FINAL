      *          anything dated into it; reopening is deliberate and
      *          leaves the operator's id on the row, because
      *          reopening a reported month is the kind of thing
      *          someone asks about later. A cycle only closes once
      *          G3-VFX-225-GL-TIE has tied its subledgers to the GL
      *          and every variance on the tie-out carries the
      *          supervisor's explanation, taken here at the close.
      ******************************************************************
       PROGRAM-ID. G3-VFX-99-PER-CLOSE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-PERIOD.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-TIE.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-PERIOD.
       COPY FD-VFX-OPER.
       COPY FD-VFX-TIE.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
           GOBACK
       END-IF.
       OPEN I-O VFX-PERIOD-FILE.
       OPEN I-O VFX-TIE-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PERIOD-FILE.
       CLOSE VFX-TIE-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
       200-CLOSE-CYCLE.
       DISPLAY "CYCLE TO CLOSE (YYYYMM): ".
       ACCEPT VFX-99-CYCLE.
       PERFORM 210-CHECK-TIE-OUT.
       IF VFX-99-TIE-ROWS = ZERO
           DISPLAY "NO TIE-OUT ON FILE FOR " VFX-99-CYCLE
                   " - RUN G3-VFX-225-GL-TIE FIRST"
           EXIT PARAGRAPH
       END-IF.
       IF VFX-99-UNEXPLAINED > ZERO
           DISPLAY VFX-99-UNEXPLAINED " TIE-OUT VARIANCES STILL "
                   "UNEXPLAINED - CYCLE " VFX-99-CYCLE " NOT CLOSED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "CLOSE CYCLE " VFX-99-CYCLE "? NOTHING MORE CAN BE "
               "POSTED INTO IT (Y/N): ".
       ACCEPT VFX-99-RESP.
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "CYCLE " VFX-99-CYCLE " CLOSED"
       END-IF.
      ******************************************************************
      *210-CHECK-TIE-OUT walks the cycle's tie-out lines. Each one
      *still carrying an unexplained variance is put to the
      *supervisor, whose explanation is filed on the line with
      *their id; one left blank keeps the cycle open.
       210-CHECK-TIE-OUT.
       MOVE ZERO TO VFX-99-TIE-ROWS VFX-99-UNEXPLAINED.
       MOVE 'N' TO VFX-99-EOF-FLAG.
       MOVE VFX-99-CYCLE TO TIE-CYCLE.
       MOVE LOW-VALUES TO TIE-LINE.
       START VFX-TIE-FILE KEY IS NOT LESS THAN TIE-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-99-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-99-EOF
           READ VFX-TIE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-99-EOF-FLAG
               NOT AT END
                   IF TIE-CYCLE NOT = VFX-99-CYCLE
                       MOVE 'Y' TO VFX-99-EOF-FLAG
                   ELSE
                       ADD 1 TO VFX-99-TIE-ROWS
                       IF TIE-UNEXPLAINED
                           PERFORM 220-EXPLAIN-VARIANCE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       220-EXPLAIN-VARIANCE.
       MOVE TIE-VARIANCE TO VFX-99-VAR-ED.
       DISPLAY "TIE-OUT VARIANCE ON " TIE-LABEL ": " VFX-99-VAR-ED.
       DISPLAY "EXPLANATION (BLANK = LEAVE UNEXPLAINED): ".
       MOVE SPACES TO VFX-99-EXPL.
       ACCEPT VFX-99-EXPL.
       IF VFX-99-EXPL = SPACES
           ADD 1 TO VFX-99-UNEXPLAINED
       ELSE
           MOVE VFX-99-EXPL TO TIE-EXPL-TEXT
           MOVE WS-OPERATOR-ID TO TIE-EXPL-OPER
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO TIE-EXPL-DATE
           SET TIE-EXPLAINED TO TRUE
           REWRITE TIE-REC
       END-IF.
      ******************************************************************
       300-REOPEN-CYCLE.
       DISPLAY "CYCLE TO REOPEN (YYYYMM): ".
