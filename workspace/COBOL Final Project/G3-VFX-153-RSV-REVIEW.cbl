      ******************************************************************
      *PROGRAM:  Merchant Rolling Reserve Review
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly look back over each merchant's recent
      *          history: ACH returns (G3-VFX-85-ACH-RET's queue
      *          rows, prenote holds excluded) against settlement
      *          entries sent, and chargebacks received on
      *          VFX-DISP-FILE - traced to the merchant through the
      *          member's secured card the way G3-VFX-47-SETTLE
      *          traces a sale - against items settled. A merchant
      *          over either limit goes on rolling reserve at the
      *          default terms, and settlement starts holding back
      *          from its next run. Taking a merchant off reserve is
      *          a supervisor's call in G3-VFX-155-RSV-MNT, never
      *          this program's, and a merchant a supervisor took
      *          off is only flagged here, not put back on.
      ******************************************************************
       PROGRAM-ID. G3-VFX-153-RSV-REVIEW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-VFX-SETHIST.
       COPY SELECT-VFX-REORIG.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-PANLOG.
       COPY SELECT-VFX-RSV.
       COPY SELECT-VFX-RSV-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-MER.
       COPY FD-VFX-SETHIST.
       COPY FD-VFX-REORIG.
       COPY FD-VFX-DISP.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-PANLOG.
       COPY FD-VFX-RSV.
       COPY FD-VFX-RSV-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      *MER-FILE's FILE STATUS fields aren't in WS-VFX.cpy, the same
      *local-declaration arrangement G3-VFX-47-SETTLE uses.
       01  WS-STAT                      PIC XX.
       01  WS-STAT-TXT                  PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-153-RSV-REVIEW' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-RSV-DATE-N.
       COMPUTE VFX-RSV-DAYNUM =
           FUNCTION INTEGER-OF-DATE(VFX-RSV-DATE-N)
               - VFX-RSV-LOOKBACK-DAYS.
       COMPUTE VFX-RSV-DATE-N =
           FUNCTION DATE-OF-INTEGER(VFX-RSV-DAYNUM).
       MOVE VFX-RSV-DATE-N TO VFX-153-FROM-DATE.
       OPEN INPUT MER-FILE.
       OPEN INPUT VFX-SETHIST-FILE.
       OPEN INPUT VFX-REORIG-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN EXTEND VFX-PANLOG-FILE.
       OPEN I-O VFX-RSVT-FILE.
       OPEN OUTPUT VFX-RSV-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-COUNT-SETTLEMENTS.
       PERFORM 200-COUNT-RETURNS.
       PERFORM 300-COUNT-CHARGEBACKS.
       PERFORM 400-JUDGE-MERCHANTS.
       DISPLAY "G3-VFX-153-RSV-REVIEW: " VFX-153-MER-COUNT
               " MERCHANTS REVIEWED, " VFX-153-PLACED-COUNT
               " PLACED ON RESERVE".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
       MOVE "END"                TO JOB-LOG-EVENT.
       MOVE VFX-153-PLACED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"           TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE MER-FILE.
       CLOSE VFX-SETHIST-FILE.
       CLOSE VFX-REORIG-FILE.
       CLOSE VFX-DISP-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE VFX-PANLOG-FILE.
       CLOSE VFX-RSVT-FILE.
       CLOSE VFX-RSV-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXRSVREV.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
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
      *100-COUNT-SETTLEMENTS counts, per merchant, the settlement
      *entries sent and the items settled inside the window. The
      *history is keyed date first, so the scan starts at the
      *window's first day.
       100-COUNT-SETTLEMENTS.
       MOVE 'N' TO VFX-153-EOF-FLAG.
       MOVE VFX-153-FROM-DATE TO SETH-DATE.
       MOVE LOW-VALUES TO SETH-MER-ID.
       START VFX-SETHIST-FILE KEY IS NOT LESS THAN SETH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-153-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-153-EOF
           READ VFX-SETHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-153-EOF-FLAG
               NOT AT END
                   IF SETH-DATE > WS-BUS-DATE
                       MOVE 'Y' TO VFX-153-EOF-FLAG
                   ELSE
                       MOVE SETH-MER-ID TO MER-ID
                       PERFORM 150-FIND-MERCHANT
                       IF VFX-153-HIT NOT = ZERO
                           ADD 1 TO VFX-153-ROW-ENTRIES(VFX-153-HIT)
                           ADD SETH-ITEMS
                               TO VFX-153-ROW-ITEMS(VFX-153-HIT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *150-FIND-MERCHANT finds or adds MER-ID's row in the table.
       150-FIND-MERCHANT.
       MOVE ZERO TO VFX-153-HIT.
       PERFORM VARYING VFX-153-I FROM 1 BY 1
               UNTIL VFX-153-I > VFX-153-MER-COUNT
           IF VFX-153-ROW-MER-ID(VFX-153-I) = MER-ID
               MOVE VFX-153-I TO VFX-153-HIT
               MOVE VFX-153-MER-COUNT TO VFX-153-I
           END-IF
       END-PERFORM.
       IF VFX-153-HIT = ZERO AND VFX-153-MER-COUNT < 200
           ADD 1 TO VFX-153-MER-COUNT
           MOVE VFX-153-MER-COUNT TO VFX-153-HIT
           MOVE MER-ID TO VFX-153-ROW-MER-ID(VFX-153-HIT)
           MOVE ZERO   TO VFX-153-ROW-ENTRIES(VFX-153-HIT)
           MOVE ZERO   TO VFX-153-ROW-ITEMS(VFX-153-HIT)
           MOVE ZERO   TO VFX-153-ROW-RETURNS(VFX-153-HIT)
           MOVE ZERO   TO VFX-153-ROW-CBS(VFX-153-HIT)
       END-IF.
       IF VFX-153-HIT = ZERO
           DISPLAY "WARNING: MORE THAN 200 MERCHANTS - " MER-ID
                   " NOT REVIEWED"
       END-IF.
      ******************************************************************
      *200-COUNT-RETURNS counts the bank's returns in the window. A
      *PRE row is our own prenote hold, not a return.
       200-COUNT-RETURNS.
       MOVE 'N' TO VFX-153-EOF-FLAG.
       MOVE LOW-VALUES TO REORIG-KEY.
       START VFX-REORIG-FILE KEY IS NOT LESS THAN REORIG-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-153-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-153-EOF
           READ VFX-REORIG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-153-EOF-FLAG
               NOT AT END
                   IF REORIG-REASON NOT = "PRE"
                           AND REORIG-REASON NOT = "CMP"
                           AND REORIG-DATE NOT < VFX-153-FROM-DATE
                           AND REORIG-DATE NOT > WS-BUS-DATE
                       MOVE REORIG-MER-ID TO MER-ID
                       PERFORM 150-FIND-MERCHANT
                       IF VFX-153-HIT NOT = ZERO
                           ADD 1 TO VFX-153-ROW-RETURNS(VFX-153-HIT)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *300-COUNT-CHARGEBACKS counts chargebacks received in the
      *window against the merchant the disputed member's card
      *traces to. A case that doesn't trace is left out rather than
      *guessed at, the same rule settlement follows.
       300-COUNT-CHARGEBACKS.
       MOVE 'N' TO VFX-153-EOF-FLAG.
       MOVE LOW-VALUES TO DISP-KEY.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-153-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-153-EOF
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-153-EOF-FLAG
               NOT AT END
                   IF DISP-RECV-DATE NOT < VFX-153-FROM-DATE
                           AND DISP-RECV-DATE NOT > WS-BUS-DATE
                       PERFORM 310-TRACE-CHARGEBACK
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-TRACE-CHARGEBACK.
       MOVE DISP-MBR-ID TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CC-SEC-MBR-ID  TO VFX-PAN-MBR-ID
               MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
               MOVE CC-SEC-CC-FULL TO VFX-PAN-CIPHER
               PERFORM 964-PAN-DECRYPT
               MOVE VFX-PAN-CLEAR(7:10) TO VFX-153-CAND-ACCT
               MOVE VFX-153-CAND-ACCT TO MER-ACCT
               READ MER-FILE KEY IS MER-ACCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 150-FIND-MERCHANT
                       IF VFX-153-HIT NOT = ZERO
                           ADD 1 TO VFX-153-ROW-CBS(VFX-153-HIT)
                       END-IF
               END-READ
       END-READ.
      ******************************************************************
       400-JUDGE-MERCHANTS.
       MOVE SPACES TO RSV-RPT-LINE.
       STRING "MERCHANT RESERVE REVIEW " DELIMITED BY SIZE
           VFX-153-FROM-DATE DELIMITED BY SIZE
           " THRU " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO RSV-RPT-LINE.
       WRITE RSV-RPT-LINE.
       MOVE "MERCHANT    SENT  RTRNS  RATE%   ITEMS  "
         & "CHGBK  RATE%  ACTION" TO RSV-RPT-LINE.
       WRITE RSV-RPT-LINE.
       PERFORM VARYING VFX-153-I FROM 1 BY 1
               UNTIL VFX-153-I > VFX-153-MER-COUNT
           PERFORM 410-JUDGE-ONE
       END-PERFORM.
      ******************************************************************
      *410-JUDGE-ONE works out both rates. A return or chargeback
      *with nothing settled in the window to measure it against
      *counts as the full hundred percent.
       410-JUDGE-ONE.
       MOVE ZERO TO VFX-153-RET-RATE.
       MOVE ZERO TO VFX-153-CB-RATE.
       IF VFX-153-ROW-RETURNS(VFX-153-I) > ZERO
           IF VFX-153-ROW-ENTRIES(VFX-153-I) > ZERO
               COMPUTE VFX-153-RET-RATE ROUNDED =
                   VFX-153-ROW-RETURNS(VFX-153-I) * 100
                       / VFX-153-ROW-ENTRIES(VFX-153-I)
                   ON SIZE ERROR
                       MOVE 100 TO VFX-153-RET-RATE
               END-COMPUTE
           ELSE
               MOVE 100 TO VFX-153-RET-RATE
           END-IF
       END-IF.
       IF VFX-153-ROW-CBS(VFX-153-I) > ZERO
           IF VFX-153-ROW-ITEMS(VFX-153-I) > ZERO
               COMPUTE VFX-153-CB-RATE ROUNDED =
                   VFX-153-ROW-CBS(VFX-153-I) * 100
                       / VFX-153-ROW-ITEMS(VFX-153-I)
                   ON SIZE ERROR
                       MOVE 100 TO VFX-153-CB-RATE
               END-COMPUTE
           ELSE
               MOVE 100 TO VFX-153-CB-RATE
           END-IF
       END-IF.
       MOVE SPACES TO VFX-153-ACTION.
       MOVE VFX-153-ROW-MER-ID(VFX-153-I) TO RSVT-MER-ID.
       READ VFX-RSVT-FILE
           INVALID KEY
               IF VFX-153-RET-RATE > VFX-RSV-RET-LIMIT
                       OR VFX-153-CB-RATE > VFX-RSV-CB-LIMIT
                   PERFORM 420-NEW-TERMS
                   WRITE RSVT-REC
               END-IF
           NOT INVALID KEY
               IF RSVT-ACTIVE
                   MOVE "ON RESERVE" TO VFX-153-ACTION
               ELSE
      *A supervisor who took the merchant off has the last word; the
      *report still flags that it is over the limit.
                   IF VFX-153-RET-RATE > VFX-RSV-RET-LIMIT
                           OR VFX-153-CB-RATE > VFX-RSV-CB-LIMIT
                       IF RSVT-MANUAL
                           MOVE "OVER LIMIT/SUPV OFF" TO
                               VFX-153-ACTION
                       ELSE
                           PERFORM 420-NEW-TERMS
                       END-IF
                   END-IF
               END-IF
               MOVE VFX-153-RET-RATE TO RSVT-RET-RATE
               MOVE VFX-153-CB-RATE  TO RSVT-CB-RATE
               MOVE WS-BUS-DATE      TO RSVT-REVIEW-DATE
               REWRITE RSVT-REC
       END-READ.
       PERFORM 430-PRINT-ONE.
      ******************************************************************
       420-NEW-TERMS.
       MOVE VFX-153-ROW-MER-ID(VFX-153-I) TO RSVT-MER-ID.
       SET RSVT-ACTIVE TO TRUE.
       MOVE VFX-RSV-DFLT-PCT  TO RSVT-PCT.
       MOVE VFX-RSV-DFLT-DAYS TO RSVT-DAYS.
       SET RSVT-AUTO TO TRUE.
       MOVE WS-BUS-DATE       TO RSVT-SET-DATE.
       MOVE "REVIEW"          TO RSVT-OPERATOR-ID.
       MOVE VFX-153-RET-RATE  TO RSVT-RET-RATE.
       MOVE VFX-153-CB-RATE   TO RSVT-CB-RATE.
       MOVE WS-BUS-DATE       TO RSVT-REVIEW-DATE.
       MOVE "** PLACED ON RESERVE" TO VFX-153-ACTION.
       ADD 1 TO VFX-153-PLACED-COUNT.
      ******************************************************************
       430-PRINT-ONE.
       MOVE VFX-153-ROW-ENTRIES(VFX-153-I) TO VFX-153-CNT-ED.
       MOVE VFX-153-ROW-RETURNS(VFX-153-I) TO VFX-153-CNT2-ED.
       MOVE VFX-153-RET-RATE TO VFX-153-RATE-ED.
       MOVE SPACES TO RSV-RPT-LINE.
       STRING VFX-153-ROW-MER-ID(VFX-153-I) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-153-CNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-153-CNT2-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-153-RATE-ED DELIMITED BY SIZE
           INTO RSV-RPT-LINE.
       MOVE VFX-153-ROW-ITEMS(VFX-153-I) TO VFX-153-CNT-ED.
       MOVE VFX-153-ROW-CBS(VFX-153-I)   TO VFX-153-CNT2-ED.
       MOVE VFX-153-CB-RATE TO VFX-153-RATE2-ED.
       MOVE VFX-153-CNT-ED   TO RSV-RPT-LINE(33:6).
       MOVE VFX-153-CNT2-ED  TO RSV-RPT-LINE(40:6).
       MOVE VFX-153-RATE2-ED TO RSV-RPT-LINE(47:6).
       MOVE VFX-153-ACTION   TO RSV-RPT-LINE(55:20).
       WRITE RSV-RPT-LINE.
      ******************************************************************
      *960-PAN-LOAD-KEY brings the round keys for VFX-PAN-KEY-VER in
      *off VFX-CCKEY-FILE, unless they are the ones already loaded.
       960-PAN-LOAD-KEY.
       IF VFX-PAN-KEY-OK AND VFX-PAN-LOADED-VER = VFX-PAN-KEY-VER
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-PAN-KEY-VER TO CCKEY-VER.
       READ VFX-CCKEY-FILE
           INVALID KEY
               MOVE 'N' TO VFX-PAN-KEY-FLAG
           NOT INVALID KEY
               MOVE 'Y' TO VFX-PAN-KEY-FLAG
               MOVE CCKEY-VER TO VFX-PAN-LOADED-VER
               PERFORM VARYING VFX-PAN-RX FROM 1 BY 1
                       UNTIL VFX-PAN-RX > 4
                   MOVE CCKEY-ROUND-KEY(VFX-PAN-RX)
                       TO VFX-PAN-ROUND-KEY(VFX-PAN-RX)
               END-PERFORM
       END-READ.
      ******************************************************************
      *963-PAN-DECIPHER turns VFX-PAN-CIPHER back into VFX-PAN-CLEAR,
      *running the rounds of 962 in reverse. Version zero is already
      *clear. With no key on file for the version the number cannot
      *be read and VFX-PAN-CLEAR comes back spaces.
       963-PAN-DECIPHER.
       IF VFX-PAN-KEY-VER NOT NUMERIC
           MOVE ZERO TO VFX-PAN-KEY-VER
       END-IF.
       IF VFX-PAN-KEY-VER = ZERO
           MOVE VFX-PAN-CIPHER TO VFX-PAN-CLEAR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 960-PAN-LOAD-KEY.
       IF NOT VFX-PAN-KEY-OK OR VFX-PAN-CIPHER NOT NUMERIC
           MOVE SPACES TO VFX-PAN-CLEAR
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-PAN-CIPHER TO VFX-PAN-BLOCK-X.
       PERFORM VARYING VFX-PAN-RX FROM 4 BY -1 UNTIL VFX-PAN-RX < 1
           MOVE VFX-PAN-LEFT TO VFX-PAN-HALF
           PERFORM 968-PAN-ROUND-F
           COMPUTE VFX-PAN-SUM = VFX-PAN-RIGHT + 100000000 - VFX-PAN-F
           DIVIDE VFX-PAN-SUM BY 100000000 GIVING VFX-PAN-QUOT
               REMAINDER VFX-PAN-HOLD
           MOVE VFX-PAN-LEFT TO VFX-PAN-RIGHT
           MOVE VFX-PAN-HOLD TO VFX-PAN-LEFT
       END-PERFORM.
       MOVE VFX-PAN-BLOCK-X TO VFX-PAN-CLEAR.
      ******************************************************************
      *964-PAN-DECRYPT is 963 for a program tracing a card: every
      *number it turns back into the clear is logged against the
      *program, the operator and the member in VFX-PAN-MBR-ID.
       964-PAN-DECRYPT.
       PERFORM 963-PAN-DECIPHER.
       IF VFX-PAN-KEY-VER NOT = ZERO AND VFX-PAN-CLEAR NOT = SPACES
           MOVE "DECRYPT" TO VFX-PAN-PURPOSE
           PERFORM 966-PAN-LOG-ACCESS
       END-IF.
      ******************************************************************
      *966-PAN-LOG-ACCESS writes one line to the clear card number
      *access log. A batch run with no one signed on logs as BATCH.
       966-PAN-LOG-ACCESS.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE SPACES          TO PANLOG-REC.
       MOVE WS-TSTAMP       TO PANLOG-TSTAMP.
       MOVE VFX-M-PROG      TO PANLOG-PROGRAM.
       IF WS-OPERATOR-ID = SPACES OR LOW-VALUES
           MOVE "BATCH"     TO PANLOG-OPERATOR-ID
       ELSE
           MOVE WS-OPERATOR-ID TO PANLOG-OPERATOR-ID
       END-IF.
       MOVE VFX-PAN-MBR-ID  TO PANLOG-MBR-ID.
       MOVE VFX-PAN-KEY-VER TO PANLOG-KEY-VER.
       MOVE VFX-PAN-PURPOSE TO PANLOG-PURPOSE.
       WRITE PANLOG-REC.
      ******************************************************************
      *968-PAN-ROUND-F is the round function: the half in
      *VFX-PAN-HALF plus the round's key, squared, middle eight
      *digits kept.
       968-PAN-ROUND-F.
       COMPUTE VFX-PAN-WORK =
           (VFX-PAN-HALF + VFX-PAN-ROUND-KEY(VFX-PAN-RX)) *
           (VFX-PAN-HALF + VFX-PAN-ROUND-KEY(VFX-PAN-RX)).
       DIVIDE VFX-PAN-WORK BY 10000 GIVING VFX-PAN-QUOT.
       DIVIDE VFX-PAN-QUOT BY 100000000 GIVING VFX-PAN-WORK
           REMAINDER VFX-PAN-F.
