      *          content owners. Sales on titles with no studio id
      *          land on an unassigned line so the feed gets fixed
      *          instead of the money quietly accruing to nobody.
      *          Each studio's royalty is also written to
      *          VFX-ROYPAY-FILE as a computed payable, which
      *          G3-VFX-149-ROY-PAY approves and pays by ACH.
      *          Each cycle is registered on the run-control
      *          register: a cycle already run is refused unless a
      *          supervisor forces a rerun, whose totals are then
      *          proven against the first run's. The statements are
      *          a whole-month rollup, so a run cut short simply
      *          runs the cycle again from the top - payables not
      *          yet approved are refreshed, approved ones stand.
      ******************************************************************
       PROGRAM-ID. G3-VFX-105-ROYALTY.
      ******************************************************************
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-STUDIO.
       COPY SELECT-VFX-ROY-RPT.
       COPY SELECT-VFX-ROYPAY.
       COPY SELECT-VFX-RUNC.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-STUDIO.
       COPY FD-VFX-ROY-RPT.
       COPY FD-VFX-ROYPAY.
       COPY FD-VFX-RUNC.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       OPEN INPUT VFX-RFND-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN INPUT VFX-STUDIO-FILE.
       OPEN I-O VFX-ROYPAY-FILE.
       OPEN I-O VFX-RUNC-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE VFX-105-CYCLE TO VFX-RUNC-DATE.
       PERFORM 060-RUNC-BEGIN.
      *A refused rerun leaves the cycle's printed statements, and the
      *copy already archived, as the first run wrote them.
       IF NOT VFX-RUNC-REFUSE
           OPEN OUTPUT VFX-ROY-RPT-FILE
           IF VFX-RUNC-RESUME
               DISPLAY "    THE CYCLE IS RERUN FROM THE START"
           END-IF
           PERFORM 100-SUM-SALES
           PERFORM 200-SUBTRACT-REFUNDS
           PERFORM 300-PRINT-STATEMENTS
           CLOSE VFX-ROY-RPT-FILE
           MOVE SPACES               TO VFX-RUNC-LAST-KEY
           MOVE VFX-105-ITEM-COUNT   TO VFX-RUNC-READ
           MOVE VFX-105-STUDIO-COUNT TO VFX-RUNC-POSTED
           MOVE VFX-105-ROY-TOTAL    TO VFX-RUNC-AMT
           PERFORM 070-RUNC-END
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
       MOVE "END"                TO JOB-LOG-EVENT.
       MOVE VFX-105-STUDIO-COUNT TO JOB-LOG-COUNT.
       MOVE VFX-RUNC-LOG-STATUS  TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-STUDIO-FILE.
       CLOSE VFX-ROYPAY-FILE.
       CLOSE VFX-RUNC-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       IF NOT VFX-RUNC-REFUSE
           MOVE VFX-M-PROG TO VFX-ARCH-PROG
           MOVE "VFXROYALTY.TXT" TO VFX-ARCH-FILE-NAME
           CALL "G3-VFX-229-RPT-ARCH"
           CANCEL "G3-VFX-229-RPT-ARCH"
       END-IF.
       GOBACK.
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
       100-SUM-SALES.
       MOVE 'N' TO VFX-105-EOF-FLAG.
                   MOVE 'Y' TO VFX-105-EOF-FLAG
               NOT AT END
                   IF PUR-DATE(1:6) = VFX-105-CYCLE
                       ADD 1 TO VFX-105-ITEM-COUNT
                       MOVE PUR-VML-ID TO VML-MST-ID-KEY
                       PERFORM 150-RESOLVE-STUDIO
                       MOVE PUR-NET-PRICE TO VFX-105-NET-AMT
      *own date, the same one-event-one-booking rule the GL follows.
      *The title's full net price is what comes back out: the cash
      *part (refund amount less its tax) plus whatever went back
      *onto a gift card or the points ledger. A prepaid-year refund
      *on a cancel is no title's sale and owes no studio anything.
       200-SUBTRACT-REFUNDS.
       MOVE 'N' TO VFX-105-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
                   MOVE 'Y' TO VFX-105-EOF-FLAG
               NOT AT END
                   IF RFND-DATE(1:6) = VFX-105-CYCLE
                           AND NOT RFND-PLAN-REFUND
                       ADD 1 TO VFX-105-ITEM-COUNT
                       MOVE RFND-VML-ID TO VML-MST-ID-KEY
                       PERFORM 150-RESOLVE-STUDIO
                       COMPUTE VFX-105-NET-AMT =
      *remittance.
               MOVE ZERO TO VFX-105-ROYALTY
           END-IF
           ADD VFX-105-ROYALTY TO VFX-105-ROY-TOTAL
           MOVE VFX-105-ROYALTY TO VFX-105-ROY-ED
           MOVE SPACES TO ROY-RPT-LINE
           STRING "  NET SALES " DELIMITED BY SIZE
               VFX-105-ROY-ED DELIMITED BY SIZE
               INTO ROY-RPT-LINE
           WRITE ROY-RPT-LINE
           PERFORM 360-POST-PAYABLE
       END-IF.
       MOVE SPACES TO ROY-RPT-LINE.
       WRITE ROY-RPT-LINE.
      ******************************************************************
      *360-POST-PAYABLE files the statement's royalty as a computed
      *payable for the approval step. A rerun refreshes a row still
      *waiting for approval; once a supervisor has approved or paid
      *it the row stands and the statement says so.
       360-POST-PAYABLE.
       MOVE VFX-105-CYCLE TO ROYP-CYCLE.
       MOVE VFX-105-ROW-STUDIO(VFX-105-I) TO ROYP-STUDIO-ID.
       READ VFX-ROYPAY-FILE
           INVALID KEY
               MOVE SPACES TO ROYP-APPR-OPER
               MOVE SPACES TO ROYP-APPR-DATE
               MOVE SPACES TO ROYP-PAY-DATE
               MOVE VFX-105-ROW-SALES(VFX-105-I) TO ROYP-NET-SALES
               MOVE STUDIO-ROYALTY-PCT TO ROYP-PCT
               MOVE VFX-105-ROYALTY TO ROYP-AMOUNT
               SET ROYP-COMPUTED TO TRUE
               WRITE ROYP-REC
           NOT INVALID KEY
               IF ROYP-COMPUTED
                   MOVE VFX-105-ROW-SALES(VFX-105-I)
                       TO ROYP-NET-SALES
                   MOVE STUDIO-ROYALTY-PCT TO ROYP-PCT
                   MOVE VFX-105-ROYALTY TO ROYP-AMOUNT
                   REWRITE ROYP-REC
               ELSE
                   MOVE ROYP-AMOUNT TO VFX-105-ROY-ED
                   MOVE SPACES TO ROY-RPT-LINE
                   STRING "  PAYABLE ALREADY APPROVED AT "
                       DELIMITED BY SIZE
                       VFX-105-ROY-ED DELIMITED BY SIZE
                       " - NOT RECOMPUTED" DELIMITED BY SIZE
                       INTO ROY-RPT-LINE
                   WRITE ROY-RPT-LINE
               END-IF
       END-READ.
