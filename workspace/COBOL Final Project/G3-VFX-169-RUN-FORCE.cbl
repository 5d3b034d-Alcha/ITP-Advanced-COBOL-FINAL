      ******************************************************************
      *PROGRAM:  Posting Rerun Release
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only look at the run-control register the
      *          posting batches keep. For a program and business
      *          date (or monthly cycle) it shows how the runs went -
      *          attempts, completions, the counts posted and the
      *          original run's counts beside them - and lets the
      *          supervisor release a completed date for one forced
      *          rerun, with a reason stamped on the register. An
      *          interrupted run needs no release: it resumes on its
      *          own after its last committed key.
      ******************************************************************
       PROGRAM-ID. G3-VFX-169-RUN-FORCE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-RUNC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-RUNC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-169-RUN-FORCE' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO RELEASE A "
                   "POSTING RERUN"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN I-O VFX-RUNC-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE 'N' TO VFX-169-DONE-FLAG.
       PERFORM UNTIL VFX-169-DONE
           PERFORM 100-ONE-ENTRY
       END-PERFORM.
       DISPLAY VFX-169-FORCED-COUNT " RERUNS RELEASED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
       MOVE "END"                TO JOB-LOG-EVENT.
       MOVE VFX-169-FORCED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"           TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VFX-RUNC-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE supplies the default run date - the business
      *date the posting batches are running as of.
       035-READ-BUS-DATE.
       MOVE WS-CTL-BUS-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-BUS-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO WS-BUS-DATE
       END-READ.
      ******************************************************************
      *040-SIGN-ON validates the operator against VFX-OPER-FILE the
      *same way G3-VFX-111-OPER-UNLK does.
       040-SIGN-ON.
       MOVE 'N' TO WS-SIGNON-FLAG.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO WS-OPERATOR-ID
           MOVE VFX-SESSION-AUTH TO WS-OPER-AUTH
           MOVE 'Y' TO WS-SIGNON-FLAG
       END-IF.
       PERFORM UNTIL WS-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPER-PASSWORD-IN
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ VFX-OPER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
               NOT INVALID KEY
                   IF OPER-LOCKED
                       DISPLAY "OPERATOR IS LOCKED OUT - A "
                               "SUPERVISOR MUST UNLOCK THE ID"
                   ELSE
                   IF NOT OPER-ACTIVE
                       DISPLAY "OPERATOR IS INACTIVE"
                   ELSE
                       IF OPER-PASSWORD = WS-OPER-PASSWORD-IN
                           MOVE OPER-AUTH TO WS-OPER-AUTH
                           MOVE 'Y' TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "PASSWORD DOES NOT MATCH"
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *100-ONE-ENTRY looks up one program and date on the register.
      *Only a completed date can be released; a run still marked
      *running resumes by itself and one already released is left
      *as it is.
       100-ONE-ENTRY.
       DISPLAY " ".
       DISPLAY "POSTING PROGRAM (BLANK = DONE): ".
       ACCEPT VFX-169-PROGRAM.
       IF VFX-169-PROGRAM = SPACES
           MOVE 'Y' TO VFX-169-DONE-FLAG
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "RUN DATE YYYYMMDD, OR CYCLE YYYYMM (BLANK = "
               WS-BUS-DATE "): ".
       ACCEPT VFX-169-DATE.
       IF VFX-169-DATE = SPACES
           MOVE WS-BUS-DATE TO VFX-169-DATE
       END-IF.
       MOVE VFX-169-PROGRAM TO RUNC-PROGRAM.
       MOVE VFX-169-DATE    TO RUNC-RUN-DATE.
       READ VFX-RUNC-FILE
           INVALID KEY
               DISPLAY "NO RUN REGISTERED FOR " VFX-169-PROGRAM
                       " ON " VFX-169-DATE
               EXIT PARAGRAPH
       END-READ.
       PERFORM 200-SHOW-ENTRY.
       IF RUNC-RUNNING
           DISPLAY "THE RUN WAS INTERRUPTED - IT RESUMES ON ITS OWN "
                   "AFTER ITS LAST COMMITTED KEY"
           EXIT PARAGRAPH
       END-IF.
       IF RUNC-FORCED
           DISPLAY "A RERUN IS ALREADY RELEASED BY " RUNC-FORCE-OPER
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "A FORCED RERUN POSTS THE DATE AGAIN FROM THE START.".
       DISPLAY "RELEASE IT ONLY ONCE THE FILES IT POSTS TO HAVE BEEN".
       DISPLAY "RESTORED OR BACKED OUT.".
       DISPLAY "REASON FOR THE RERUN (REQUIRED): ".
       ACCEPT VFX-169-NOTE.
       IF VFX-169-NOTE = SPACES
           DISPLAY "A REASON IS REQUIRED - RERUN NOT RELEASED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "RELEASE THE RERUN? (Y/N): ".
       ACCEPT VFX-169-RESP.
       IF VFX-169-RESP = 'Y' OR 'y'
           SET RUNC-FORCED      TO TRUE
           MOVE WS-OPERATOR-ID  TO RUNC-FORCE-OPER
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO RUNC-FORCE-DATE
           MOVE VFX-169-NOTE    TO RUNC-FORCE-NOTE
           REWRITE RUNC-REC
           ADD 1 TO VFX-169-FORCED-COUNT
           DISPLAY "RERUN RELEASED - THE NEXT RUN OF " VFX-169-PROGRAM
                   " POSTS " VFX-169-DATE " AGAIN"
       ELSE
           DISPLAY "RERUN NOT RELEASED"
       END-IF.
      ******************************************************************
      *200-SHOW-ENTRY lays out the register row: where the date
      *stands, the latest run's counts and the original run's, and
      *whether a rerun proved equal to the original.
       200-SHOW-ENTRY.
       EVALUATE TRUE
           WHEN RUNC-RUNNING
               MOVE "RUNNING"   TO VFX-169-STATUS-TXT
           WHEN RUNC-COMPLETE
               MOVE "COMPLETE"  TO VFX-169-STATUS-TXT
           WHEN RUNC-FORCED
               MOVE "RELEASED"  TO VFX-169-STATUS-TXT
           WHEN OTHER
               MOVE RUNC-STATUS TO VFX-169-STATUS-TXT
       END-EVALUATE.
       DISPLAY "STATUS:      " VFX-169-STATUS-TXT
               "  ATTEMPTS " RUNC-ATTEMPTS
               "  COMPLETIONS " RUNC-COMPLETIONS.
       DISPLAY "LAST START:  " RUNC-START-TSTAMP(1:14)
               "  LAST END " RUNC-END-TSTAMP(1:14).
       DISPLAY "LAST KEY:    " RUNC-LAST-KEY.
       MOVE RUNC-POST-AMT TO VFX-RUNC-AMT-ED.
       DISPLAY "LATEST RUN:  " RUNC-READ-COUNT " READ, "
               RUNC-POST-COUNT " POSTED, " VFX-RUNC-AMT-ED.
       MOVE RUNC-ORIG-POST-AMT TO VFX-RUNC-ORIG-ED.
       DISPLAY "ORIGINAL:    " RUNC-ORIG-READ-COUNT " READ, "
               RUNC-ORIG-POST-COUNT " POSTED, " VFX-RUNC-ORIG-ED.
       EVALUATE TRUE
           WHEN RUNC-PROOF-MATCH
               DISPLAY "LAST RERUN MATCHED THE ORIGINAL"
           WHEN RUNC-PROOF-DIFF
               DISPLAY "*** LAST RERUN DIFFERED FROM THE ORIGINAL ***"
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF RUNC-FORCE-OPER NOT = SPACES
           DISPLAY "LAST RELEASE: " RUNC-FORCE-OPER " "
                   RUNC-FORCE-DATE " " RUNC-FORCE-NOTE
       END-IF.
