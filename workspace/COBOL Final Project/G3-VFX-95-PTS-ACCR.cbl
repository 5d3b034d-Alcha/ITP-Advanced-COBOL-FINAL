      *          member's VFX-PTS-FILE ledger row, creating the row
      *          on first earn. Refunded and expired purchases never
      *          accrue; the purchase screen's redemption step draws
      *          the balance back down. Each business date is
      *          registered on the run-control register: a date
      *          already accrued is refused unless a supervisor
      *          forces it, and a run cut short resumes after the
      *          last purchase it posted rather than accruing the
      *          day's sales twice. Every ledger write and rewrite
      *          is journaled, with its before-image, so a posting
      *          can be backed out.
      ******************************************************************
       PROGRAM-ID. G3-VFX-95-PTS-ACCR.
      ******************************************************************
       COPY SELECT-CAP1-VFX-XREF.
       COPY SELECT-VFX-PTS.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-RUNC.
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-JRNL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CAP1-VFX-XREF.
       COPY FD-VFX-PTS.
       COPY FD-CTL-NBR.
       COPY FD-VFX-RUNC.
       COPY FD-JOB-LOG.
       COPY FD-VFX-JRNL.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT CAP1-VFX-XREF-FILE.
       OPEN I-O VFX-PTS-FILE.
       OPEN I-O VFX-RUNC-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE WS-BUS-DATE TO VFX-RUNC-DATE.
       PERFORM 060-RUNC-BEGIN.
       IF NOT VFX-RUNC-REFUSE
           MOVE VFX-RUNC-READ   TO VFX-95-SALE-COUNT
           MOVE VFX-RUNC-POSTED TO VFX-95-ACCR-COUNT
           MOVE VFX-RUNC-AMT    TO VFX-95-PTS-TOTAL
           PERFORM 100-WALK-PURCHASES
           MOVE VFX-95-SALE-COUNT TO VFX-RUNC-READ
           MOVE VFX-95-ACCR-COUNT TO VFX-RUNC-POSTED
           MOVE VFX-95-PTS-TOTAL  TO VFX-RUNC-AMT
           PERFORM 070-RUNC-END
           DISPLAY "G3-VFX-95-PTS-ACCR POSTED " VFX-95-ACCR-COUNT
                   " ACCRUALS, " VFX-95-PTS-TOTAL " POINTS"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-95-ACCR-COUNT  TO JOB-LOG-COUNT.
       MOVE VFX-RUNC-LOG-STATUS TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE CAP1-VFX-XREF-FILE.
       CLOSE VFX-PTS-FILE.
       CLOSE VFX-RUNC-FILE.
       CLOSE JOB-LOG-FILE.
       CLOSE VFX-JRNL-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE accrues as of the BUSDATE control record's
               MOVE CTL-NBR-NEXT TO WS-BUS-DATE
       END-READ.
      ******************************************************************
      *060-RUNC-BEGIN registers this run on the run-control register
      *under the program and VFX-RUNC-DATE. A date already completed
      *is refused unless a supervisor forced a rerun; a run left
      *running by an interrupted night resumes after its last
      *committed key with the counts it had reached; anything else
      *starts fresh.
       060-RUNC-BEGIN.
       SET VFX-RUNC-FRESH TO TRUE.
       MOVE SPACES TO VFX-RUNC-LAST-KEY.
       MOVE ZERO TO VFX-RUNC-READ.
       MOVE ZERO TO VFX-RUNC-POSTED.
       MOVE ZERO TO VFX-RUNC-AMT.
       MOVE VFX-M-PROG    TO RUNC-PROGRAM.
       MOVE VFX-RUNC-DATE TO RUNC-RUN-DATE.
       READ VFX-RUNC-FILE
           INVALID KEY
               PERFORM 062-RUNC-NEW-ENTRY
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN RUNC-COMPLETE
                       SET VFX-RUNC-REFUSE TO TRUE
                   WHEN RUNC-RUNNING
                       SET VFX-RUNC-RESUME TO TRUE
                       MOVE RUNC-LAST-KEY   TO VFX-RUNC-LAST-KEY
                       MOVE RUNC-READ-COUNT TO VFX-RUNC-READ
                       MOVE RUNC-POST-COUNT TO VFX-RUNC-POSTED
                       MOVE RUNC-POST-AMT   TO VFX-RUNC-AMT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
       END-READ.
       IF VFX-RUNC-REFUSE
           DISPLAY VFX-M-PROG " ALREADY POSTED FOR " VFX-RUNC-DATE
                   " - RERUN REFUSED"
           DISPLAY "    A SUPERVISOR MUST FORCE THE RERUN FIRST"
           MOVE "ALREADY POSTED" TO VFX-RUNC-LOG-STATUS
           EXIT PARAGRAPH
       END-IF.
       IF VFX-RUNC-RESUME
           DISPLAY VFX-M-PROG " RESUMING INTERRUPTED RUN FOR "
                   VFX-RUNC-DATE " AFTER KEY " VFX-RUNC-LAST-KEY
       END-IF.
       IF RUNC-FORCED
           DISPLAY VFX-M-PROG " RERUN FORCED BY " RUNC-FORCE-OPER
                   " - " RUNC-FORCE-NOTE
       END-IF.
       ADD 1 TO RUNC-ATTEMPTS.
       SET RUNC-RUNNING TO TRUE.
       MOVE WS-TSTAMP TO RUNC-START-TSTAMP.
       MOVE SPACES TO RUNC-END-TSTAMP.
       PERFORM 065-RUNC-CHECKPOINT.
      *-----------------------------------------------------------------
       062-RUNC-NEW-ENTRY.
       MOVE VFX-M-PROG    TO RUNC-PROGRAM.
       MOVE VFX-RUNC-DATE TO RUNC-RUN-DATE.
       SET RUNC-RUNNING   TO TRUE.
       MOVE ZERO          TO RUNC-ATTEMPTS.
       MOVE ZERO          TO RUNC-COMPLETIONS.
       MOVE SPACES        TO RUNC-START-TSTAMP.
       MOVE SPACES        TO RUNC-END-TSTAMP.
       MOVE SPACES        TO RUNC-LAST-KEY.
       MOVE ZERO          TO RUNC-READ-COUNT.
       MOVE ZERO          TO RUNC-POST-COUNT.
       MOVE ZERO          TO RUNC-POST-AMT.
       MOVE ZERO          TO RUNC-ORIG-READ-COUNT.
       MOVE ZERO          TO RUNC-ORIG-POST-COUNT.
       MOVE ZERO          TO RUNC-ORIG-POST-AMT.
       MOVE SPACE         TO RUNC-PROOF.
       MOVE SPACES        TO RUNC-FORCE-OPER.
       MOVE SPACES        TO RUNC-FORCE-DATE.
       MOVE SPACES        TO RUNC-FORCE-NOTE.
       WRITE RUNC-REC.
      *-----------------------------------------------------------------
      *065-RUNC-CHECKPOINT commits the last key posted and the counts
      *reached so far; callers move them into VFX-RUNC-* first.
       065-RUNC-CHECKPOINT.
       MOVE VFX-RUNC-LAST-KEY TO RUNC-LAST-KEY.
       MOVE VFX-RUNC-READ     TO RUNC-READ-COUNT.
       MOVE VFX-RUNC-POSTED   TO RUNC-POST-COUNT.
       MOVE VFX-RUNC-AMT      TO RUNC-POST-AMT.
       REWRITE RUNC-REC.
      *-----------------------------------------------------------------
      *070-RUNC-END marks the run complete. The first completion's
      *counts become the original the date is proven against; a
      *forced rerun's counts are compared to them and the result is
      *stamped on the register and shown.
       070-RUNC-END.
       MOVE VFX-RUNC-LAST-KEY TO RUNC-LAST-KEY.
       MOVE VFX-RUNC-READ     TO RUNC-READ-COUNT.
       MOVE VFX-RUNC-POSTED   TO RUNC-POST-COUNT.
       MOVE VFX-RUNC-AMT      TO RUNC-POST-AMT.
       MOVE FUNCTION CURRENT-DATE TO RUNC-END-TSTAMP.
       SET RUNC-COMPLETE TO TRUE.
       IF RUNC-COMPLETIONS = ZERO
           MOVE VFX-RUNC-READ   TO RUNC-ORIG-READ-COUNT
           MOVE VFX-RUNC-POSTED TO RUNC-ORIG-POST-COUNT
           MOVE VFX-RUNC-AMT    TO RUNC-ORIG-POST-AMT
           MOVE SPACE           TO RUNC-PROOF
       ELSE
           MOVE VFX-RUNC-AMT       TO VFX-RUNC-AMT-ED
           MOVE RUNC-ORIG-POST-AMT TO VFX-RUNC-ORIG-ED
           IF VFX-RUNC-READ = RUNC-ORIG-READ-COUNT
                   AND VFX-RUNC-POSTED = RUNC-ORIG-POST-COUNT
                   AND VFX-RUNC-AMT = RUNC-ORIG-POST-AMT
               SET RUNC-PROOF-MATCH TO TRUE
               DISPLAY VFX-M-PROG " RERUN MATCHES THE ORIGINAL RUN: "
                       VFX-RUNC-POSTED " POSTED, " VFX-RUNC-AMT-ED
           ELSE
               SET RUNC-PROOF-DIFF TO TRUE
               DISPLAY "*** " VFX-M-PROG
                       " RERUN DIFFERS FROM THE ORIGINAL RUN ***"
               DISPLAY "    ORIGINAL " RUNC-ORIG-READ-COUNT " READ, "
                       RUNC-ORIG-POST-COUNT " POSTED, "
                       VFX-RUNC-ORIG-ED
               DISPLAY "    RERUN    " VFX-RUNC-READ " READ, "
                       VFX-RUNC-POSTED " POSTED, " VFX-RUNC-AMT-ED
           END-IF
       END-IF.
       ADD 1 TO RUNC-COMPLETIONS.
       REWRITE RUNC-REC.
      ******************************************************************
      *100-WALK-PURCHASES starts after the last purchase a resumed run
      *had committed, so nothing already accrued is touched again.
       100-WALK-PURCHASES.
       MOVE 'N' TO VFX-95-EOF-FLAG.
       IF VFX-RUNC-RESUME
           MOVE VFX-RUNC-LAST-KEY(1:19) TO PUR-KEY
           START VFX-PUR-FILE KEY IS GREATER THAN PUR-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-95-EOF-FLAG
           END-START
       ELSE
           MOVE LOW-VALUES TO PUR-KEY
           START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-95-EOF-FLAG
           END-START
       END-IF.
       PERFORM UNTIL VFX-95-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-95-EOF-FLAG
               NOT AT END
                   IF PUR-DATE = WS-BUS-DATE AND PUR-OWNED
                       ADD 1 TO VFX-95-SALE-COUNT
                       PERFORM 200-ACCRUE-ONE
                   END-IF
           END-READ
               MOVE ZERO           TO PTS-REDEEMED
               MOVE WS-BUS-DATE    TO PTS-LAST-DATE
               WRITE PTS-REC
               MOVE "VFXPTSFILE" TO JRNL-FILE-NAME
               MOVE 'W'          TO JRNL-ACTION
               MOVE PTS-REC      TO JRNL-DATA
               PERFORM 980-WRITE-JRNL
           NOT INVALID KEY
               MOVE PTS-REC       TO WS-JRNL-BEFORE
               ADD VFX-95-PTS-NEW TO PTS-BALANCE
               ADD VFX-95-PTS-NEW TO PTS-EARNED
               MOVE WS-BUS-DATE   TO PTS-LAST-DATE
               REWRITE PTS-REC
               MOVE "VFXPTSFILE" TO JRNL-FILE-NAME
               MOVE 'R'          TO JRNL-ACTION
               MOVE PTS-REC      TO JRNL-DATA
               PERFORM 980-WRITE-JRNL
       END-READ.
       ADD 1 TO VFX-95-ACCR-COUNT.
       ADD VFX-95-PTS-NEW TO VFX-95-PTS-TOTAL.
      *Each posting is committed to the register as it lands, so an
      *interrupted run resumes just past it.
       MOVE PUR-KEY           TO VFX-RUNC-LAST-KEY.
       MOVE VFX-95-SALE-COUNT TO VFX-RUNC-READ.
       MOVE VFX-95-ACCR-COUNT TO VFX-RUNC-POSTED.
       MOVE VFX-95-PTS-TOTAL  TO VFX-RUNC-AMT.
       PERFORM 065-RUNC-CHECKPOINT.
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
