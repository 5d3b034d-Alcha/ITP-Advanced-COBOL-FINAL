      *          the refund stream. Either way the file is wrapped in
      *          the header/trailer control totals the merchant build
      *          demands of its own inputs, so the platform can prove
      *          it loaded the whole thing. A paused member's titles
      *          are withheld: left off a full run, revoked by the
      *          delta covering the day the pause starts and granted
      *          again by the delta covering the day the membership
      *          resumes - a night the delta did not run is picked
      *          up by the next one. A membership
      *          over its plan's device limit is blocked outright: a
      *          full run carries a block line for every membership
      *          blocked now, a delta the blocks put on or lifted
      *          that day and the devices reps removed.
      ******************************************************************
       PROGRAM-ID. G3-VFX-91-ENTITLE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-ENTL.
       COPY SELECT-VFX-DEV.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-RFND.
       COPY FD-VFX-ENTL.
       COPY FD-VFX-DEV.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       MOVE 'G3-VFX-91-ENTITLE' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       PERFORM 037-READ-DELTA-MARK.
       CLOSE CTL-NBR-FILE.
       MOVE SPACES TO VFX-91-MODE.
       PERFORM UNTIL VFX-91-MODE = 'F' OR 'D'
           END-IF
       END-PERFORM.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-RFND-FILE.
       OPEN OUTPUT VFX-ENTL-FILE.
       OPEN INPUT VFX-DEV-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       ELSE
           PERFORM 200-DELTA-GRANTS
           PERFORM 300-DELTA-REVOKES
           PERFORM 400-DELTA-PAUSES
       END-IF.
       PERFORM 500-DEVICE-LINES.
       DISPLAY VFX-91-PZ-WITHHELD " TITLES WITHHELD FOR PAUSED MEMBERS".
       MOVE SPACES       TO ENTL-REC.
       MOVE "TRAILER "   TO ENTL-TRL-TAG.
       MOVE VFX-91-COUNT TO ENTL-TRL-COUNT.
       WRITE ENTL-REC.
       IF VFX-91-MODE = 'D'
           OPEN I-O CTL-NBR-FILE
           PERFORM 600-SAVE-DELTA-MARK
           CLOSE CTL-NBR-FILE
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP    TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG   TO JOB-LOG-PROGRAM.
       MOVE "COMPLETE"   TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VFX-ENTL-FILE.
       CLOSE VFX-DEV-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
               MOVE CTL-NBR-NEXT TO WS-BUS-DATE
       END-READ.
      ******************************************************************
      *037-READ-DELTA-MARK finds where this delta's pause window
      *starts: just after the last delta run's business date, or -
      *when today's delta is being run again - after the run before
      *it, since the rerun rebuilds the whole file. With no delta on
      *record the window is the business day alone.
       037-READ-DELTA-MARK.
       MOVE WS-BUS-DATE TO VFX-91-LAST-DELTA.
       MOVE WS-BUS-DATE TO VFX-91-PRIOR-DELTA.
       MOVE WS-CTL-ENTL-LAST-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-91-LAST-DELTA
       END-READ.
       MOVE WS-CTL-ENTL-PRIOR-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-91-PRIOR-DELTA
       END-READ.
       IF VFX-91-LAST-DELTA = WS-BUS-DATE
           MOVE VFX-91-PRIOR-DELTA TO VFX-91-DELTA-FROM
       ELSE
           MOVE VFX-91-LAST-DELTA  TO VFX-91-DELTA-FROM
       END-IF.
       IF VFX-91-DELTA-FROM > WS-BUS-DATE
           MOVE WS-BUS-DATE TO VFX-91-DELTA-FROM
       END-IF.
      ******************************************************************
      *100-FULL-FILE walks the whole purchase history in key order.
      *A member/title pair can hold several PUR-SEQ rows (re-buy
      *after a refund), so the pair is collapsed to one feed line:
      *owned if any row in the group is still in owned status. Only
      *owned pairs are written - on a full refresh, absence from the
      *file is how the platform learns a title is not owned. The
      *titles of a paused member are left off in the same way.
       100-FULL-FILE.
       MOVE 'N' TO VFX-91-EOF-FLAG.
       MOVE ZERO TO VFX-91-CUR-MBR.
       END-PERFORM.
      ******************************************************************
       150-FLUSH-GROUP.
       IF VFX-91-OWN-FLAG = 'Y'
           PERFORM 160-CHECK-PAUSE
           IF VFX-91-PZ-HELD
               ADD 1 TO VFX-91-PZ-WITHHELD
               MOVE 'N' TO VFX-91-OWN-FLAG
           END-IF
       END-IF.
       IF VFX-91-OWN-FLAG = 'Y'
           MOVE SPACES          TO ENTL-REC
           MOVE VFX-91-CUR-MBR  TO ENTL-DET-MBR-ID
       END-IF.
       MOVE 'N' TO VFX-91-OWN-FLAG.
      ******************************************************************
      *160-CHECK-PAUSE looks up whether VFX-91-CUR-MBR is paused. The
      *member is read once per member, not once per title.
       160-CHECK-PAUSE.
       IF VFX-91-CUR-MBR = VFX-91-PZ-MBR
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-91-CUR-MBR TO VFX-91-PZ-MBR.
       MOVE 'N' TO VFX-91-PZ-FLAG.
       MOVE VFX-91-CUR-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VM-PAUSED
                   MOVE 'Y' TO VFX-91-PZ-FLAG
               END-IF
       END-READ.
      ******************************************************************
      *200-DELTA-GRANTS writes one grant line per purchase made on
      *the business day that is still in owned status - a same-day
      *refund means the sale never reaches the platform at all, the
                   MOVE 'Y' TO VFX-91-EOF-FLAG
               NOT AT END
                   IF PUR-DATE = WS-BUS-DATE AND PUR-OWNED
                       MOVE PUR-MBR-ID  TO VFX-91-CUR-MBR
                       PERFORM 160-CHECK-PAUSE
                   END-IF
                   IF PUR-DATE = WS-BUS-DATE AND PUR-OWNED
                           AND NOT VFX-91-PZ-HELD
                       MOVE SPACES      TO ENTL-REC
                       MOVE PUR-MBR-ID  TO ENTL-DET-MBR-ID
                       MOVE PUR-VML-ID  TO ENTL-DET-VML-ID
      ******************************************************************
      *300-DELTA-REVOKES turns the business day's refund stream into
      *revoke lines so the platform pulls a refunded title the same
      *night the money moves back. A prepaid-year refund on a cancel
      *is no title's refund and pulls nothing.
       300-DELTA-REVOKES.
       MOVE 'N' TO VFX-91-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
                   MOVE 'Y' TO VFX-91-EOF-FLAG
               NOT AT END
                   IF RFND-DATE = WS-BUS-DATE
                           AND NOT RFND-PLAN-REFUND
                       MOVE SPACES      TO ENTL-REC
                       MOVE RFND-MBR-ID TO ENTL-DET-MBR-ID
                       MOVE RFND-VML-ID TO ENTL-DET-VML-ID
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *400-DELTA-PAUSES walks the member master for pauses that start
      *or end inside the delta's window - after the last delta's
      *business date, up to and including today's. A member paused
      *in the window has every owned title revoked; a member resumed
      *in it - on schedule, ended early, or resumed late after a
      *missed night - has every owned title granted again. Today's
      *date is always in the window, so a rerun of today's delta
      *still carries today's lines.
       400-DELTA-PAUSES.
       MOVE 'N' TO VFX-91-VM-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-91-VM-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-91-VM-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-91-VM-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO VFX-91-PZ-ACTION
                   IF VM-PAUSED AND VM-PAUSE-DATE NOT > WS-BUS-DATE
                           AND (VM-PAUSE-DATE > VFX-91-DELTA-FROM
                               OR VM-PAUSE-DATE = WS-BUS-DATE)
                       MOVE 'R' TO VFX-91-PZ-ACTION
                   END-IF
                   IF VM-ACTIVE AND VM-RESUME-DATE NOT > WS-BUS-DATE
                           AND (VM-RESUME-DATE > VFX-91-DELTA-FROM
                               OR VM-RESUME-DATE = WS-BUS-DATE)
                       MOVE 'O' TO VFX-91-PZ-ACTION
                   END-IF
                   IF VFX-91-PZ-ACTION NOT = SPACES
                       PERFORM 410-MBR-TITLES
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *410-MBR-TITLES writes VFX-91-PZ-ACTION for each title the
      *member owns, collapsing re-buys the way 100-FULL-FILE does.
       410-MBR-TITLES.
       MOVE 'N' TO VFX-91-EOF-FLAG.
       MOVE VM-ID-KEY TO VFX-91-CUR-MBR.
       MOVE SPACES TO VFX-91-CUR-VML.
       MOVE 'N' TO VFX-91-OWN-FLAG.
       MOVE VM-ID-KEY   TO PUR-MBR-ID.
       MOVE LOW-VALUES  TO PUR-VML-ID.
       MOVE ZERO        TO PUR-SEQ.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-91-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-91-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-91-EOF-FLAG
               NOT AT END
                   IF PUR-MBR-ID NOT = VFX-91-CUR-MBR
                       MOVE 'Y' TO VFX-91-EOF-FLAG
                   ELSE
                       IF PUR-VML-ID NOT = VFX-91-CUR-VML
                           PERFORM 420-PAUSE-LINE
                           MOVE PUR-VML-ID TO VFX-91-CUR-VML
                       END-IF
                       IF PUR-OWNED
                           MOVE 'Y' TO VFX-91-OWN-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 420-PAUSE-LINE.
      ******************************************************************
       420-PAUSE-LINE.
       IF VFX-91-OWN-FLAG = 'Y'
           MOVE SPACES            TO ENTL-REC
           MOVE VFX-91-CUR-MBR    TO ENTL-DET-MBR-ID
           MOVE VFX-91-CUR-VML    TO ENTL-DET-VML-ID
           MOVE VFX-91-PZ-ACTION  TO ENTL-DET-ACTION
           MOVE WS-BUS-DATE       TO ENTL-DET-DATE
           WRITE ENTL-REC
           ADD 1 TO VFX-91-COUNT
           IF VFX-91-PZ-ACTION = 'R'
               ADD 1 TO VFX-91-PZ-WITHHELD
           END-IF
       END-IF.
       MOVE 'N' TO VFX-91-OWN-FLAG.
      ******************************************************************
      *500-DEVICE-LINES walks the device registry. On a full run
      *every membership blocked now gets a 'B' line - absence from
      *the file lifts a block just as it revokes a title. A delta
      *carries the blocks put on ('B') or lifted ('U') on the
      *business day, and an 'X' for each device a rep removed that
      *day; the platform's own deactivations need no echo.
       500-DEVICE-LINES.
       MOVE 'N' TO VFX-91-EOF-FLAG.
       MOVE LOW-VALUES TO DEV-KEY.
       START VFX-DEV-FILE KEY IS NOT LESS THAN DEV-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-91-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-91-EOF
           READ VFX-DEV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-91-EOF-FLAG
               NOT AT END
                   IF DEV-ID = SPACES
                       PERFORM 510-BLOCK-LINE
                   ELSE
                       IF VFX-91-MODE = 'D' AND DEV-REMOVED
                               AND DEV-REMOVE-DATE = WS-BUS-DATE
                               AND DEV-REMOVE-BY NOT = "PLATFORM"
                           MOVE SPACES          TO ENTL-REC
                           MOVE DEV-MBR-ID      TO ENTL-DEV-MBR-ID
                           MOVE 'X'             TO ENTL-DEV-ACTION
                           MOVE DEV-REMOVE-DATE TO ENTL-DEV-DATE
                           MOVE DEV-ID          TO ENTL-DEV-ID
                           WRITE ENTL-REC
                           ADD 1 TO VFX-91-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       510-BLOCK-LINE.
       MOVE SPACES TO VFX-91-DEV-ACTION.
       IF VFX-91-MODE = 'F'
           IF DEV-LIM-BLOCKED
               MOVE 'B' TO VFX-91-DEV-ACTION
           END-IF
       ELSE
           IF DEV-LIM-DATE = WS-BUS-DATE
               IF DEV-LIM-BLOCKED
                   MOVE 'B' TO VFX-91-DEV-ACTION
               ELSE
                   MOVE 'U' TO VFX-91-DEV-ACTION
               END-IF
           END-IF
       END-IF.
       IF VFX-91-DEV-ACTION NOT = SPACES
           MOVE SPACES           TO ENTL-REC
           MOVE DEV-MBR-ID       TO ENTL-DET-MBR-ID
           MOVE VFX-91-DEV-ACTION TO ENTL-DET-ACTION
           MOVE WS-BUS-DATE      TO ENTL-DET-DATE
           WRITE ENTL-REC
           ADD 1 TO VFX-91-COUNT
       END-IF.
      ******************************************************************
      *600-SAVE-DELTA-MARK records today as the last delta run once
      *the file is closed off. The earlier run moves down to the
      *prior mark, unless this is a rerun of today's delta.
       600-SAVE-DELTA-MARK.
       IF VFX-91-LAST-DELTA NOT = WS-BUS-DATE
           MOVE WS-CTL-ENTL-PRIOR-NAME TO CTL-NBR-NAME
           READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
               INVALID KEY
                   MOVE VFX-91-LAST-DELTA TO CTL-NBR-NEXT
                   WRITE CTL-NBR-REC
               NOT INVALID KEY
                   MOVE VFX-91-LAST-DELTA TO CTL-NBR-NEXT
                   REWRITE CTL-NBR-REC
           END-READ
       END-IF.
       MOVE WS-CTL-ENTL-LAST-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE WS-BUS-DATE TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
           NOT INVALID KEY
               MOVE WS-BUS-DATE TO CTL-NBR-NEXT
               REWRITE CTL-NBR-REC
       END-READ.
