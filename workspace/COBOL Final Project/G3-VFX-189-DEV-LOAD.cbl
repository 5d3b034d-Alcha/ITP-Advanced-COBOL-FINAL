      ******************************************************************
      *PROGRAM:  Streaming Device Feed Load
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Applies the playback platform's daily device
      *          activation and deactivation file to the device
      *          registry, once the header and trailer count prove
      *          the file whole - the same check the watch-list load
      *          makes of its feed. A feed already applied, or no
      *          feed tonight, leaves the registry alone. Every
      *          member's active devices are then counted against
      *          the plan's device limit: a membership over its
      *          limit is blocked, one back within it has the block
      *          lifted, and both go on the exceptions report for
      *          G3-VFX-91-ENTITLE to pass to the platform on its
      *          next feed. The DEVFEED control record carries the
      *          date of the last feed applied.
      ******************************************************************
       PROGRAM-ID. G3-VFX-189-DEV-LOAD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-DEV-FEED.
       COPY SELECT-VFX-DEV.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PLAN.
       COPY SELECT-VFX-DEVX-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-DEV-FEED.
       COPY FD-VFX-DEV.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PLAN.
       COPY FD-VFX-DEVX-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-189-DEV-LOAD' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VFX-DEV-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN OUTPUT VFX-DEVX-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO DEVX-RPT-LINE.
       STRING "DEVICE LIMIT EXCEPTIONS FOR " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE "COMPLETE" TO VFX-189-RESULT.
       PERFORM 050-READ-LOADED-DATE.
       OPEN INPUT VFX-DEVF-TXT.
       IF WS-DEVF-STATUS NOT = "00"
           DISPLAY "G3-VFX-189-DEV-LOAD: NO DEVICE FEED "
                   "TONIGHT - REGISTRY UNCHANGED"
       ELSE
           PERFORM 100-PROVE-FEED
           CLOSE VFX-DEVF-TXT
           IF VFX-189-RESULT = "COMPLETE"
                   AND VFX-189-FEED-DATE > VFX-189-LOADED-DATE
               OPEN INPUT VFX-DEVF-TXT
               PERFORM 200-APPLY-FEED
               CLOSE VFX-DEVF-TXT
               PERFORM 300-STAMP-LOADED-DATE
           ELSE
               IF VFX-189-RESULT = "COMPLETE"
                   DISPLAY "G3-VFX-189-DEV-LOAD: FEED OF "
                           VFX-189-FEED-DATE " ALREADY APPLIED"
               END-IF
           END-IF
       END-IF.
       PERFORM 400-CHECK-LIMITS.
       DISPLAY "G3-VFX-189-DEV-LOAD: " VFX-189-ACT-COUNT
               " ACTIVATED, " VFX-189-DEACT-COUNT " DEACTIVATED, "
               VFX-189-REJECT-COUNT " REJECTED".
       DISPLAY "G3-VFX-189-DEV-LOAD: " VFX-189-BLOCK-COUNT
               " NEW BLOCKS, " VFX-189-STILL-COUNT " STILL BLOCKED, "
               VFX-189-LIFT-COUNT " LIFTED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       ADD VFX-189-ACT-COUNT VFX-189-DEACT-COUNT
           GIVING JOB-LOG-COUNT.
       MOVE VFX-189-RESULT     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-DEV-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-PLAN-FILE.
       CLOSE VFX-DEVX-RPT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXDEVEXC.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the removals and blocks from the
      *BUSDATE control record, falling back to the calendar date
      *when no control record exists yet.
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
      *050-READ-LOADED-DATE picks up the date of the last feed
      *applied; zeros means none ever was.
       050-READ-LOADED-DATE.
       MOVE WS-CTL-DEVF-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZEROS TO VFX-189-LOADED-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-189-LOADED-DATE
       END-READ.
      ******************************************************************
      *100-PROVE-FEED reads the whole feed once without touching the
      *registry: the first line must be the header, and the
      *trailer's count must match the event lines actually read.
      *Either failure rejects the feed and the chain stops for a
      *look.
       100-PROVE-FEED.
       MOVE 'N' TO VFX-189-EOF-FLAG.
       MOVE 'N' TO VFX-189-TRAILER-FLAG.
       MOVE ZERO TO VFX-189-DETAIL-COUNT.
       MOVE ZEROS TO VFX-189-FEED-DATE.
       READ VFX-DEVF-TXT
           AT END
               MOVE 'Y' TO VFX-189-EOF-FLAG
       END-READ.
       IF VFX-189-EOF OR NOT DEVF-HEADER
           DISPLAY "*** DEVICE FEED HAS NO HEADER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-189-RESULT
           EXIT PARAGRAPH
       END-IF.
       MOVE DEVF-FEED-DATE TO VFX-189-FEED-DATE.
       PERFORM UNTIL VFX-189-EOF
           READ VFX-DEVF-TXT
               AT END
                   MOVE 'Y' TO VFX-189-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN DEVF-DETAIL
                           ADD 1 TO VFX-189-DETAIL-COUNT
                       WHEN DEVF-TRAILER
                           SET VFX-189-TRAILER-SEEN TO TRUE
                           MOVE DEVF-TRL-COUNT
                               TO VFX-189-TRAILER-COUNT
                           MOVE 'Y' TO VFX-189-EOF-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM.
       IF NOT VFX-189-TRAILER-SEEN
           DISPLAY "*** DEVICE FEED HAS NO TRAILER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-189-RESULT
       ELSE
           IF VFX-189-TRAILER-COUNT NOT = VFX-189-DETAIL-COUNT
               DISPLAY "*** DEVICE FEED EXPECTED "
                       VFX-189-TRAILER-COUNT " EVENTS, READ "
                       VFX-189-DETAIL-COUNT " - REJECTED ***"
               MOVE "CONTROL TOTAL MISMATCH" TO VFX-189-RESULT
           END-IF
       END-IF.
      ******************************************************************
      *200-APPLY-FEED files each event in the proven feed. An event
      *that cannot be filed goes on the report and the rest of the
      *feed still applies.
       200-APPLY-FEED.
       MOVE SPACES TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE "FEED EVENTS REJECTED" TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE "MEMBER    DEVICE ID         A  REASON" TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE 'N' TO VFX-189-EOF-FLAG.
       PERFORM UNTIL VFX-189-EOF
           READ VFX-DEVF-TXT
               AT END
                   MOVE 'Y' TO VFX-189-EOF-FLAG
               NOT AT END
                   IF DEVF-TRAILER
                       MOVE 'Y' TO VFX-189-EOF-FLAG
                   ELSE
                       IF DEVF-DETAIL
                           PERFORM 210-APPLY-EVENT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-189-REJECT-COUNT = ZERO
           MOVE "  (NONE)" TO DEVX-RPT-LINE
           WRITE DEVX-RPT-LINE
       END-IF.
      *-----------------------------------------------------------------
       210-APPLY-EVENT.
       MOVE DEVF-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               MOVE "MEMBER NOT ON FILE" TO VFX-189-REJECT-WHY
               PERFORM 240-REJECT-EVENT
               EXIT PARAGRAPH
       END-READ.
       IF DEVF-DEV-ID = SPACES
           MOVE "NO DEVICE ID" TO VFX-189-REJECT-WHY
           PERFORM 240-REJECT-EVENT
           EXIT PARAGRAPH
       END-IF.
       MOVE DEVF-MBR-ID TO DEV-MBR-ID.
       MOVE DEVF-DEV-ID TO DEV-ID.
       MOVE 'Y' TO VFX-189-FOUND-FLAG.
       READ VFX-DEV-FILE
           INVALID KEY
               MOVE 'N' TO VFX-189-FOUND-FLAG
       END-READ.
       EVALUATE TRUE
           WHEN DEVF-ACTIVATE
               PERFORM 220-ACTIVATE
           WHEN DEVF-DEACTIVATE
               PERFORM 230-DEACTIVATE
           WHEN OTHER
               MOVE "UNKNOWN ACTION" TO VFX-189-REJECT-WHY
               PERFORM 240-REJECT-EVENT
       END-EVALUATE.
      *-----------------------------------------------------------------
      *220-ACTIVATE registers the device, or puts a removed one back
      *in service under its new activation date.
       220-ACTIVATE.
       IF NOT VFX-189-FOUND
           MOVE SPACES      TO DEV-REC
           MOVE DEVF-MBR-ID TO DEV-MBR-ID
           MOVE DEVF-DEV-ID TO DEV-ID
       END-IF.
       MOVE DEVF-DEV-TYPE   TO DEV-TYPE.
       MOVE DEVF-DEV-NAME   TO DEV-NAME.
       SET DEV-ACTIVE       TO TRUE.
       MOVE DEVF-EVENT-DATE TO DEV-ACT-DATE.
       MOVE SPACES          TO DEV-REMOVE-DATE DEV-REMOVE-BY.
       IF VFX-189-FOUND
           REWRITE DEV-REC
       ELSE
           WRITE DEV-REC
       END-IF.
       ADD 1 TO VFX-189-ACT-COUNT.
      *-----------------------------------------------------------------
      *230-DEACTIVATE takes the device out of service. A device the
      *platform already dropped, or a rep already removed, is left
      *as it is.
       230-DEACTIVATE.
       IF NOT VFX-189-FOUND
           MOVE "DEVICE NOT REGISTERED" TO VFX-189-REJECT-WHY
           PERFORM 240-REJECT-EVENT
           EXIT PARAGRAPH
       END-IF.
       IF DEV-ACTIVE
           SET DEV-REMOVED      TO TRUE
           MOVE DEVF-EVENT-DATE TO DEV-REMOVE-DATE
           MOVE "PLATFORM"      TO DEV-REMOVE-BY
           REWRITE DEV-REC
       END-IF.
       ADD 1 TO VFX-189-DEACT-COUNT.
      *-----------------------------------------------------------------
       240-REJECT-EVENT.
       ADD 1 TO VFX-189-REJECT-COUNT.
       MOVE SPACES TO DEVX-RPT-LINE.
       STRING DEVF-MBR-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DEVF-DEV-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           DEVF-ACTION DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-189-REJECT-WHY DELIMITED BY SIZE
           INTO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
      ******************************************************************
      *300-STAMP-LOADED-DATE records the feed just applied.
       300-STAMP-LOADED-DATE.
       MOVE WS-CTL-DEVF-NAME  TO CTL-NBR-NAME.
       MOVE VFX-189-FEED-DATE TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC
           INVALID KEY
               WRITE CTL-NBR-REC
       END-REWRITE.
      ******************************************************************
      *400-CHECK-LIMITS counts every member's devices against the
      *plan limit, whether or not tonight's feed touched them - a
      *plan change moves the limit just as a new device does. A
      *merged-away duplicate is left out; its devices went with it.
       400-CHECK-LIMITS.
       MOVE SPACES TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE "MEMBERSHIPS OVER THE DEVICE LIMIT" TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE "MEMBER    LAST NAME       FIRST NAME      PLAN DEVICES"
         & " LIMIT  ACTION" TO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
       MOVE 'N' TO VFX-189-VM-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-189-VM-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-189-VM-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-189-VM-EOF-FLAG
               NOT AT END
                   IF NOT VM-MERGED
                       PERFORM 960-CHECK-DEV-LIMIT
                       IF VFX-DEV-OUTCOME NOT = SPACES
                           PERFORM 410-LIMIT-LINE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-189-BLOCK-COUNT + VFX-189-STILL-COUNT
               + VFX-189-LIFT-COUNT = ZERO
           MOVE "  (NONE)" TO DEVX-RPT-LINE
           WRITE DEVX-RPT-LINE
       END-IF.
      *-----------------------------------------------------------------
       410-LIMIT-LINE.
       EVALUATE TRUE
           WHEN VFX-DEV-NEW-BLOCK
               ADD 1 TO VFX-189-BLOCK-COUNT
           WHEN VFX-DEV-STILL-BLOCKED
               ADD 1 TO VFX-189-STILL-COUNT
           WHEN VFX-DEV-BLOCK-LIFTED
               ADD 1 TO VFX-189-LIFT-COUNT
       END-EVALUATE.
       MOVE VFX-DEV-ACTIVE TO VFX-189-ACTIVE-ED.
       MOVE VFX-DEV-MAX    TO VFX-189-MAX-ED.
       MOVE SPACES TO DEVX-RPT-LINE.
       STRING VM-ID-KEY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VM-LNAME-KEY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VM-FNAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VM-PLAN-CODE DELIMITED BY SIZE
           "      " DELIMITED BY SIZE
           VFX-189-ACTIVE-ED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           VFX-189-MAX-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-DEV-OUTCOME DELIMITED BY SIZE
           INTO DEVX-RPT-LINE.
       WRITE DEVX-RPT-LINE.
      ******************************************************************
      *960-CHECK-DEV-LIMIT counts the active devices of the member in
      *VM-REC against the plan's limit and puts the block on, or
      *lifts it, on the member's limit row. VFX-DEV-OUTCOME comes
      *back blank when the member is within the limit and was not
      *blocked.
       960-CHECK-DEV-LIMIT.
       MOVE SPACES TO VFX-DEV-OUTCOME.
       MOVE ZERO TO VFX-DEV-ACTIVE.
       MOVE 'N' TO VFX-DEV-EOF-FLAG.
       MOVE VM-ID-KEY  TO DEV-MBR-ID.
       MOVE LOW-VALUES TO DEV-ID.
       START VFX-DEV-FILE KEY IS NOT LESS THAN DEV-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-DEV-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-DEV-EOF
           READ VFX-DEV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-DEV-EOF-FLAG
               NOT AT END
                   IF DEV-MBR-ID NOT = VM-ID-KEY
                       MOVE 'Y' TO VFX-DEV-EOF-FLAG
                   ELSE
                       IF DEV-ID NOT = SPACES AND DEV-ACTIVE
                           ADD 1 TO VFX-DEV-ACTIVE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE ZERO TO VFX-DEV-MAX.
       MOVE VM-PLAN-CODE TO PLAN-CODE.
       READ VFX-PLAN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PLAN-MAX-DEVICES TO VFX-DEV-MAX
       END-READ.
       MOVE 'N' TO VFX-DEV-OVER-FLAG.
       IF VFX-DEV-MAX > ZERO AND VFX-DEV-ACTIVE > VFX-DEV-MAX
           MOVE 'Y' TO VFX-DEV-OVER-FLAG
       END-IF.
       MOVE 'Y' TO VFX-DEV-LIM-FLAG.
       MOVE VM-ID-KEY TO DEV-MBR-ID.
       MOVE SPACES    TO DEV-ID.
       READ VFX-DEV-FILE
           INVALID KEY
               MOVE 'N'       TO VFX-DEV-LIM-FLAG
               MOVE SPACES    TO DEV-REC
               MOVE VM-ID-KEY TO DEV-MBR-ID
               MOVE 'N'       TO DEV-LIM-BLOCK
       END-READ.
       EVALUATE TRUE
           WHEN VFX-DEV-OVER AND NOT DEV-LIM-BLOCKED
               SET VFX-DEV-NEW-BLOCK TO TRUE
               MOVE 'Y' TO DEV-LIM-BLOCK
           WHEN VFX-DEV-OVER
               SET VFX-DEV-STILL-BLOCKED TO TRUE
           WHEN DEV-LIM-BLOCKED
               SET VFX-DEV-BLOCK-LIFTED TO TRUE
               MOVE 'N' TO DEV-LIM-BLOCK
       END-EVALUATE.
       IF VFX-DEV-NEW-BLOCK OR VFX-DEV-BLOCK-LIFTED
           MOVE WS-BUS-DATE    TO DEV-LIM-DATE
           MOVE VFX-DEV-ACTIVE TO DEV-LIM-COUNT
           MOVE VFX-DEV-MAX    TO DEV-LIM-MAX
           IF VFX-DEV-LIM-ON-FILE
               REWRITE DEV-REC
           ELSE
               WRITE DEV-REC
           END-IF
       END-IF.
