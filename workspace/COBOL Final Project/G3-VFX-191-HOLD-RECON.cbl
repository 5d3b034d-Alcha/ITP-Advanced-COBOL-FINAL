      ******************************************************************
      *PROGRAM:  Platform Holdings Reconciliation
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Weekly check of what the playback platform actually
      *          grants against what G3-VFX-91-ENTITLE told it to.
      *          The platform's holdings file is proved whole by its
      *          header and trailer count, sorted, and matched member
      *          by member and title by title against the purchase
      *          history. A title the platform grants that we show
      *          refunded, expired, disputed, withheld for a pause or
      *          never sold is revenue leakage; a title we sold that
      *          the platform does not grant is a complaint waiting
      *          to happen. Both go on the report, and a corrective
      *          delta in the entitlement feed layout revokes the
      *          one and grants the other.
      ******************************************************************
       PROGRAM-ID. G3-VFX-191-HOLD-RECON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-HOLD.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-ENTL.
       COPY SELECT-VFX-HRC-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-HOLD.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-ENTL.
       COPY FD-VFX-HRC-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-191-HOLD-RECON' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE "COMPLETE" TO VFX-191-RESULT.
       OPEN INPUT VFX-HOLD-TXT.
       IF WS-HOLD-STATUS NOT = "00"
           DISPLAY "G3-VFX-191-HOLD-RECON: NO HOLDINGS FILE - "
                   "NOTHING TO RECONCILE"
       ELSE
           PERFORM 100-PROVE-FEED
           CLOSE VFX-HOLD-TXT
           IF VFX-191-RESULT = "COMPLETE"
               PERFORM 150-RECONCILE
           END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-191-CORR-COUNT TO JOB-LOG-COUNT.
       MOVE VFX-191-RESULT     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the corrective lines from the BUSDATE
      *control record, falling back to the calendar date when no
      *control record exists yet.
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
      *100-PROVE-FEED reads the whole holdings file once: the first
      *line must be the header, and the trailer's count must match
      *the holding lines actually read. A file that fails either is
      *not reconciled at all - a short file would read as mass
      *complaint risk and the corrective delta would regrant it.
       100-PROVE-FEED.
       MOVE 'N' TO VFX-191-EOF-FLAG.
       MOVE 'N' TO VFX-191-TRAILER-FLAG.
       MOVE ZERO TO VFX-191-DETAIL-COUNT.
       MOVE ZEROS TO VFX-191-AS-OF-DATE.
       READ VFX-HOLD-TXT
           AT END
               MOVE 'Y' TO VFX-191-EOF-FLAG
       END-READ.
       IF VFX-191-EOF OR NOT HOLD-HEADER
           DISPLAY "*** HOLDINGS FILE HAS NO HEADER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-191-RESULT
           EXIT PARAGRAPH
       END-IF.
       MOVE HOLD-AS-OF-DATE TO VFX-191-AS-OF-DATE.
       PERFORM UNTIL VFX-191-EOF
           READ VFX-HOLD-TXT
               AT END
                   MOVE 'Y' TO VFX-191-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN HOLD-DETAIL
                           ADD 1 TO VFX-191-DETAIL-COUNT
                       WHEN HOLD-TRAILER
                           SET VFX-191-TRAILER-SEEN TO TRUE
                           MOVE HOLD-TRL-COUNT
                               TO VFX-191-TRAILER-COUNT
                           MOVE 'Y' TO VFX-191-EOF-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM.
       IF NOT VFX-191-TRAILER-SEEN
           DISPLAY "*** HOLDINGS FILE HAS NO TRAILER - REJECTED ***"
           MOVE "FEED REJECTED" TO VFX-191-RESULT
       ELSE
           IF VFX-191-TRAILER-COUNT NOT = VFX-191-DETAIL-COUNT
               DISPLAY "*** HOLDINGS FILE EXPECTED "
                       VFX-191-TRAILER-COUNT " LINES, READ "
                       VFX-191-DETAIL-COUNT " - REJECTED ***"
               MOVE "CONTROL TOTAL MISMATCH" TO VFX-191-RESULT
           END-IF
       END-IF.
      ******************************************************************
      *150-RECONCILE runs the match. The corrective delta goes out
      *under the entitlement feed's own layout and header/trailer,
      *but under its own name - the logical name is pointed at the
      *corrective file for the run and put back afterwards, so the
      *night's regular feed is never overwritten.
       150-RECONCILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VM-FILE.
       OPEN OUTPUT VFX-HRC-RPT-FILE.
       SET ENVIRONMENT "VFXENTITLE.TXT"    TO "VFXENTLCORR.TXT".
       SET ENVIRONMENT "DD_VFXENTITLE.TXT" TO "VFXENTLCORR.TXT".
       OPEN OUTPUT VFX-ENTL-FILE.
       MOVE SPACES      TO ENTL-REC.
       MOVE "HEADER  "  TO ENTL-HDR-TAG.
       MOVE WS-BUS-DATE TO ENTL-HDR-DATE.
       MOVE 'D'         TO ENTL-HDR-MODE.
       WRITE ENTL-REC.
       MOVE SPACES TO HRC-RPT-LINE.
       STRING "PLATFORM HOLDINGS RECONCILIATION AS OF "
           DELIMITED BY SIZE
           VFX-191-AS-OF-DATE DELIMITED BY SIZE
           INTO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       MOVE SPACES TO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       MOVE "MEMBER    TITLE ID  TITLE                           "
         & "FINDING                   FIX" TO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       SORT SORT-HOLD-FILE
           ON ASCENDING KEY SORT-HOLD-KEY
           INPUT PROCEDURE IS 200-RELEASE-HOLDINGS
           OUTPUT PROCEDURE IS 300-MATCH.
       PERFORM 500-PRINT-TOTALS.
       MOVE SPACES             TO ENTL-REC.
       MOVE "TRAILER "         TO ENTL-TRL-TAG.
       MOVE VFX-191-CORR-COUNT TO ENTL-TRL-COUNT.
       WRITE ENTL-REC.
       CLOSE VFX-ENTL-FILE.
       SET ENVIRONMENT "VFXENTITLE.TXT"    TO "VFXENTITLE.TXT".
       SET ENVIRONMENT "DD_VFXENTITLE.TXT" TO "VFXENTITLE.TXT".
       CLOSE VFX-PUR-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-HRC-RPT-FILE.
       DISPLAY "G3-VFX-191-HOLD-RECON: " VFX-191-DETAIL-COUNT
               " HOLDINGS, " VFX-191-CORR-COUNT
               " CORRECTIONS WRITTEN".
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXHOLDRECON.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
      ******************************************************************
       200-RELEASE-HOLDINGS.
       OPEN INPUT VFX-HOLD-TXT.
       MOVE 'N' TO VFX-191-EOF-FLAG.
       PERFORM UNTIL VFX-191-EOF
           READ VFX-HOLD-TXT
               AT END
                   MOVE 'Y' TO VFX-191-EOF-FLAG
               NOT AT END
                   IF HOLD-TRAILER
                       MOVE 'Y' TO VFX-191-EOF-FLAG
                   ELSE
                       IF HOLD-DETAIL
                           MOVE HOLD-MBR-ID     TO SORT-HOLD-MBR-ID
                           MOVE HOLD-VML-ID     TO SORT-HOLD-VML-ID
                           MOVE HOLD-GRANT-DATE TO SORT-HOLD-GRANT-DATE
                           RELEASE SORT-HOLD-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-HOLD-TXT.
      ******************************************************************
      *300-MATCH walks the sorted holdings and the purchase history
      *side by side, both in member/title order. A purchase group is
      *every PUR-SEQ row of one member and title (re-buys), read the
      *way the entitlement feed collapses them.
       300-MATCH.
       MOVE LOW-VALUES TO VFX-191-H-KEY.
       PERFORM 310-NEXT-HOLDING.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE HIGH-VALUES TO VFX-191-NXT-KEY
           NOT INVALID KEY
               PERFORM 330-READ-PUR
       END-START.
       PERFORM 320-NEXT-GROUP.
       PERFORM UNTIL VFX-191-H-KEY = HIGH-VALUES
               AND VFX-191-P-KEY = HIGH-VALUES
           EVALUATE TRUE
               WHEN VFX-191-H-KEY < VFX-191-P-KEY
                   MOVE VFX-191-H-MBR TO VFX-191-F-MBR
                   MOVE VFX-191-H-VML TO VFX-191-F-VML
                   MOVE SPACES        TO VFX-191-F-TITLE
                   MOVE "LEAKAGE - NEVER SOLD" TO VFX-191-FINDING
                   ADD 1 TO VFX-191-NEVER-COUNT
                   MOVE 'R' TO VFX-191-FIX
                   PERFORM 400-WRITE-FINDING
                   PERFORM 310-NEXT-HOLDING
               WHEN VFX-191-H-KEY > VFX-191-P-KEY
                   IF VFX-191-EXPECTED
                       MOVE "COMPLAINT - NOT GRANTED"
                           TO VFX-191-FINDING
                       ADD 1 TO VFX-191-MISS-COUNT
                       MOVE 'O' TO VFX-191-FIX
                       PERFORM 350-GROUP-FINDING
                   END-IF
                   PERFORM 320-NEXT-GROUP
               WHEN OTHER
                   IF VFX-191-EXPECTED
                       ADD 1 TO VFX-191-MATCH-COUNT
                   ELSE
                       PERFORM 360-LEAKAGE-REASON
                       MOVE 'R' TO VFX-191-FIX
                       PERFORM 350-GROUP-FINDING
                   END-IF
                   PERFORM 310-NEXT-HOLDING
                   PERFORM 320-NEXT-GROUP
           END-EVALUATE
       END-PERFORM.
      *-----------------------------------------------------------------
      *310-NEXT-HOLDING returns the next distinct member/title the
      *platform holds; a repeated line is counted and passed over.
       310-NEXT-HOLDING.
       MOVE VFX-191-H-KEY TO VFX-191-H-PREV.
       MOVE 'N' TO VFX-191-GOT-FLAG.
       PERFORM UNTIL VFX-191-GOT
           RETURN SORT-HOLD-FILE
               AT END
                   MOVE HIGH-VALUES TO VFX-191-H-KEY
                   MOVE 'Y' TO VFX-191-GOT-FLAG
               NOT AT END
                   MOVE SORT-HOLD-KEY TO VFX-191-H-KEY
                   IF VFX-191-H-KEY = VFX-191-H-PREV
                       ADD 1 TO VFX-191-DUP-COUNT
                   ELSE
                       MOVE 'Y' TO VFX-191-GOT-FLAG
                   END-IF
           END-RETURN
       END-PERFORM.
      *-----------------------------------------------------------------
      *320-NEXT-GROUP gathers the next member/title purchase group.
      *The group should be on the platform when any of its rows is
      *still owned and the member is not paused.
       320-NEXT-GROUP.
       MOVE VFX-191-NXT-KEY TO VFX-191-P-KEY.
       MOVE 'N' TO VFX-191-G-OWNED VFX-191-G-DISP
                   VFX-191-G-EXP VFX-191-G-RFND.
       MOVE 'N' TO VFX-191-EXPECT-FLAG.
       MOVE SPACES TO VFX-191-G-TITLE.
       IF VFX-191-P-KEY = HIGH-VALUES
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL VFX-191-NXT-KEY NOT = VFX-191-P-KEY
           EVALUATE TRUE
               WHEN PUR-OWNED
                   MOVE 'Y' TO VFX-191-G-OWNED
               WHEN PUR-DISPUTED
                   MOVE 'Y' TO VFX-191-G-DISP
               WHEN PUR-EXPIRED
                   MOVE 'Y' TO VFX-191-G-EXP
               WHEN PUR-REFUNDED
                   MOVE 'Y' TO VFX-191-G-RFND
           END-EVALUATE
           MOVE PUR-TITLE TO VFX-191-G-TITLE
           PERFORM 330-READ-PUR
       END-PERFORM.
       IF VFX-191-G-OWNED = 'Y'
           PERFORM 340-CHECK-PAUSE
           IF NOT VFX-191-PAUSED
               MOVE 'Y' TO VFX-191-EXPECT-FLAG
           END-IF
       END-IF.
      *-----------------------------------------------------------------
       330-READ-PUR.
       READ VFX-PUR-FILE NEXT RECORD
           AT END
               MOVE HIGH-VALUES TO VFX-191-NXT-KEY
           NOT AT END
               MOVE PUR-MBR-ID TO VFX-191-NXT-MBR
               MOVE PUR-VML-ID TO VFX-191-NXT-VML
       END-READ.
      *-----------------------------------------------------------------
      *340-CHECK-PAUSE looks up whether the group's member is paused,
      *once per member rather than once per title.
       340-CHECK-PAUSE.
       IF VFX-191-P-MBR = VFX-191-PZ-MBR
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-191-P-MBR TO VFX-191-PZ-MBR.
       MOVE 'N' TO VFX-191-PZ-FLAG.
       MOVE VFX-191-P-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VM-PAUSED
                   MOVE 'Y' TO VFX-191-PZ-FLAG
               END-IF
       END-READ.
      *-----------------------------------------------------------------
       350-GROUP-FINDING.
       MOVE VFX-191-P-MBR   TO VFX-191-F-MBR.
       MOVE VFX-191-P-VML   TO VFX-191-F-VML.
       MOVE VFX-191-G-TITLE TO VFX-191-F-TITLE.
       PERFORM 400-WRITE-FINDING.
      *-----------------------------------------------------------------
      *360-LEAKAGE-REASON names why a title the platform grants is
      *not owned with us. A group can hold more than one closed row
      *(a refund and a later rental that expired); the most telling
      *one is named.
       360-LEAKAGE-REASON.
       EVALUATE TRUE
           WHEN VFX-191-G-OWNED = 'Y'
               MOVE "LEAKAGE - MEMBER PAUSED" TO VFX-191-FINDING
               ADD 1 TO VFX-191-PZ-COUNT
           WHEN VFX-191-G-DISP = 'Y'
               MOVE "LEAKAGE - DISPUTED" TO VFX-191-FINDING
               ADD 1 TO VFX-191-DISP-COUNT
           WHEN VFX-191-G-EXP = 'Y'
               MOVE "LEAKAGE - EXPIRED" TO VFX-191-FINDING
               ADD 1 TO VFX-191-EXP-COUNT
           WHEN OTHER
               MOVE "LEAKAGE - REFUNDED" TO VFX-191-FINDING
               ADD 1 TO VFX-191-RFND-COUNT
       END-EVALUATE.
      ******************************************************************
      *400-WRITE-FINDING puts one finding on the report and its fix
      *on the corrective delta: 'R' revokes, 'O' grants.
       400-WRITE-FINDING.
       MOVE SPACES TO HRC-RPT-LINE.
       STRING VFX-191-F-MBR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-191-F-VML DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-191-F-TITLE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-191-FINDING DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-191-FIX DELIMITED BY SIZE
           INTO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       MOVE SPACES        TO ENTL-REC.
       MOVE VFX-191-F-MBR TO ENTL-DET-MBR-ID.
       MOVE VFX-191-F-VML TO ENTL-DET-VML-ID.
       MOVE VFX-191-FIX   TO ENTL-DET-ACTION.
       MOVE WS-BUS-DATE   TO ENTL-DET-DATE.
       WRITE ENTL-REC.
       ADD 1 TO VFX-191-CORR-COUNT.
      ******************************************************************
       500-PRINT-TOTALS.
       MOVE SPACES TO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       MOVE "SUMMARY" TO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
       MOVE "HOLDINGS ON FILE" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-DETAIL-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "REPEATED HOLDING LINES" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-DUP-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "MATCHED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-MATCH-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "LEAKAGE - REFUNDED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-RFND-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "LEAKAGE - EXPIRED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-EXP-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "LEAKAGE - DISPUTED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-DISP-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "LEAKAGE - MEMBER PAUSED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-PZ-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "LEAKAGE - NEVER SOLD" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-NEVER-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
       MOVE "COMPLAINT - NOT GRANTED" TO VFX-191-TOT-LABEL.
       MOVE VFX-191-MISS-COUNT TO VFX-191-TOT-COUNT.
       PERFORM 510-TOTAL-LINE.
      *-----------------------------------------------------------------
       510-TOTAL-LINE.
       MOVE VFX-191-TOT-COUNT TO VFX-191-CNT-ED.
       MOVE SPACES TO HRC-RPT-LINE.
       STRING VFX-191-TOT-LABEL DELIMITED BY SIZE
           VFX-191-CNT-ED DELIMITED BY SIZE
           INTO HRC-RPT-LINE.
       WRITE HRC-RPT-LINE.
