      *          one detail per merchant using the stored routing and
      *          account numbers, and a trailer carrying record count
      *          and hash totals for the bank to verify.
      *          A merchant on rolling reserve has its share of each
      *          day's net held on VFX-RSV-FILE and released back
      *          into the detail once the release period passes.
      *          The header carries the bank's effective date - the
      *          first banking day after the settlement date on the
      *          bank holiday calendar - and the prenote waiting
      *          period is counted in banking days.
      ******************************************************************
       PROGRAM-ID. G3-VFX-47-SETTLE.
      ******************************************************************
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-DAYJ.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-PANLOG.
       COPY SELECT-MER.
       COPY SELECT-VFX-MERFEE.
       COPY SELECT-VFX-SETHIST.
       COPY SELECT-VFX-FEE-RPT.
       COPY SELECT-VFX-SETTLE.
       COPY SELECT-VFX-REORIG.
       COPY SELECT-VFX-RSV.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-CAL.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-DAYJ.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-PANLOG.
       COPY FD-MER.
       COPY FD-VFX-MERFEE.
       COPY FD-VFX-SETHIST.
       COPY FD-VFX-FEE-RPT.
       COPY FD-VFX-SETTLE.
       COPY FD-VFX-REORIG.
       COPY FD-VFX-RSV.
       COPY FD-CTL-NBR.
       COPY FD-VFX-CAL.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       IF VFX-47-RESP-DATE NOT = SPACES
           MOVE VFX-47-RESP-DATE TO VFX-47-DATE
       END-IF.
      *The bank posts the file on the first banking day after the
      *settlement date - a Friday's or a holiday eve's file is dated
      *past the weekend and the holiday, not for a day the bank is
      *shut.
       OPEN INPUT VFX-CAL-FILE.
       MOVE VFX-47-DATE TO VFX-CAL-DATE.
       PERFORM 982-CAL-NEXT-BANK-DAY.
       MOVE VFX-CAL-DATE TO VFX-47-EFF-DATE.
       DISPLAY "SETTLEMENT DATE " VFX-47-DATE
               "  BANK EFFECTIVE DATE " VFX-47-EFF-DATE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN EXTEND VFX-PANLOG-FILE.
       OPEN I-O MER-FILE.
       OPEN INPUT VFX-MERFEE-FILE.
       OPEN I-O VFX-SETHIST-FILE.
       OPEN OUTPUT VFX-FEE-RPT-FILE.
       OPEN I-O VFX-REORIG-FILE.
       OPEN OUTPUT VFX-SETTLE-FILE.
       OPEN INPUT VFX-RSVT-FILE.
       OPEN I-O VFX-RSV-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       WRITE JOB-LOG-REC.
       PERFORM 100-ACCUMULATE.
       PERFORM 150-ADD-REORIG.
       PERFORM 155-ADD-RELEASES.
       PERFORM 170-COMPUTE-FEES.
       PERFORM 200-WRITE-FILE.
       IF VFX-47-UNTRACED-COUNT NOT = ZERO
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE VFX-PANLOG-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-MERFEE-FILE.
       CLOSE VFX-SETHIST-FILE.
       CLOSE VFX-FEE-RPT-FILE.
       CLOSE VFX-REORIG-FILE.
       CLOSE VFX-SETTLE-FILE.
       CLOSE VFX-RSVT-FILE.
       CLOSE VFX-RSV-FILE.
       CLOSE VFX-CAL-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXFEERPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *A run for the business date reads the small daily journal
      ******************************************************************
      *110-TRACE-AND-ADD traces one purchase to its merchant/issuer
      *account: member's secured card, last 10 digits as the issuer
      *account segment, matched against MER-ACCT. The card number is
      *decrypted only for the trace, and the access logged. A
      *purchase that doesn't trace is counted and left out rather
      *than guessed at.
       110-TRACE-AND-ADD.
       MOVE PUR-MBR-ID TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               ADD 1 TO VFX-47-UNTRACED-COUNT
           NOT INVALID KEY
               MOVE CC-SEC-MBR-ID  TO VFX-PAN-MBR-ID
               MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
               MOVE CC-SEC-CC-FULL TO VFX-PAN-CIPHER
               PERFORM 964-PAN-DECRYPT
               MOVE VFX-PAN-CLEAR(7:10) TO VFX-47-CAND-ACCT
               MOVE VFX-47-CAND-ACCT TO MER-ACCT
               READ MER-FILE KEY IS MER-ACCT
                   INVALID KEY
           MOVE ZERO      TO VFX-47-ROW-AMOUNT(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-ITEMS(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-REORIG(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-RSV-HELD(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-RSV-REL(VFX-47-HIT)
       END-IF.
       IF VFX-47-HIT NOT = ZERO
           ADD PUR-NET-PRICE TO VFX-47-ROW-AMOUNT(VFX-47-HIT)
                           "PRENOTE"
                   EXIT PARAGRAPH
               END-IF
               IF MER-COMP-HOLD
                   DISPLAY "QUEUED AMOUNT FOR " REORIG-MER-ID
                           " STAYS QUEUED - MERCHANT ON "
                           "COMPLIANCE HOLD"
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO VFX-47-HIT
               PERFORM VARYING VFX-47-I FROM 1 BY 1
                       UNTIL VFX-47-I > VFX-47-MER-COUNT
                   MOVE ZERO      TO VFX-47-ROW-AMOUNT(VFX-47-HIT)
                   MOVE ZERO      TO VFX-47-ROW-ITEMS(VFX-47-HIT)
                   MOVE ZERO      TO VFX-47-ROW-REORIG(VFX-47-HIT)
                   MOVE ZERO      TO VFX-47-ROW-RSV-HELD(VFX-47-HIT)
                   MOVE ZERO      TO VFX-47-ROW-RSV-REL(VFX-47-HIT)
               END-IF
               IF VFX-47-HIT NOT = ZERO
      *A returned amount was already fee'd when it first settled,
               END-IF
       END-READ.
      ******************************************************************
      *155-ADD-RELEASES folds every reserve holdback whose release
      *date has come into its merchant's line for this file. A
      *rerun of the same settlement date finds the rows it released
      *the first time and counts them again rather than dropping
      *them from the rebuilt file.
       155-ADD-RELEASES.
       MOVE 'N' TO VFX-RSV-EOF-FLAG.
       MOVE LOW-VALUES TO RSV-KEY.
       START VFX-RSV-FILE KEY IS NOT LESS THAN RSV-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-RSV-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-RSV-EOF
           READ VFX-RSV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-RSV-EOF-FLAG
               NOT AT END
                   IF (RSV-HELD AND RSV-DUE-DATE NOT > VFX-47-DATE)
                           OR (RSV-RELEASED
                               AND RSV-REL-DATE = VFX-47-DATE)
                       PERFORM 157-RELEASE-ONE
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-RSV-REL-COUNT NOT = ZERO
           DISPLAY "RELEASED " VFX-RSV-REL-COUNT
                   " RESERVE HOLDBACKS"
       END-IF.
      ******************************************************************
      *157-RELEASE-ONE - like a returned amount, a release for a
      *merchant back in the prenote window stays held until the
      *account proves out.
       157-RELEASE-ONE.
       MOVE RSV-MER-ID TO MER-ID.
       READ MER-FILE KEY IS MER-ID
           INVALID KEY
               DISPLAY "RESERVE DUE FOR MERCHANT " RSV-MER-ID
                       " BUT THE MERCHANT IS NO LONGER ON FILE"
           NOT INVALID KEY
               IF MER-PN-PENDING
                   DISPLAY "RESERVE FOR " RSV-MER-ID
                           " STAYS HELD - MERCHANT PENDING PRENOTE"
               ELSE
               IF MER-COMP-HOLD
                   DISPLAY "RESERVE FOR " RSV-MER-ID
                           " STAYS HELD - MERCHANT ON COMPLIANCE "
                           "HOLD"
               ELSE
                   PERFORM 158-RELEASE-TO-ROW
               END-IF
               END-IF
       END-READ.
      ******************************************************************
       158-RELEASE-TO-ROW.
       MOVE ZERO TO VFX-47-HIT.
       PERFORM VARYING VFX-47-I FROM 1 BY 1
               UNTIL VFX-47-I > VFX-47-MER-COUNT
           IF VFX-47-ROW-MER-ID(VFX-47-I) = MER-ID
               MOVE VFX-47-I TO VFX-47-HIT
               MOVE VFX-47-MER-COUNT TO VFX-47-I
           END-IF
       END-PERFORM.
       IF VFX-47-HIT = ZERO AND VFX-47-MER-COUNT < 200
           ADD 1 TO VFX-47-MER-COUNT
           MOVE VFX-47-MER-COUNT TO VFX-47-HIT
           MOVE MER-ID    TO VFX-47-ROW-MER-ID(VFX-47-HIT)
           MOVE MER-NAME  TO VFX-47-ROW-NAME(VFX-47-HIT)
           MOVE MER-ACCT  TO VFX-47-ROW-ACCT(VFX-47-HIT)
           MOVE MER-ROUTE TO VFX-47-ROW-ROUTE(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-AMOUNT(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-ITEMS(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-REORIG(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-RSV-HELD(VFX-47-HIT)
           MOVE ZERO      TO VFX-47-ROW-RSV-REL(VFX-47-HIT)
       END-IF.
       IF VFX-47-HIT NOT = ZERO
           ADD RSV-AMOUNT TO VFX-47-ROW-RSV-REL(VFX-47-HIT)
           ADD RSV-AMOUNT TO VFX-RSV-REL-TOTAL
           ADD 1 TO VFX-RSV-REL-COUNT
           IF RSV-HELD
               SET RSV-RELEASED TO TRUE
               MOVE VFX-47-DATE TO RSV-REL-DATE
               REWRITE RSV-REC
           END-IF
       ELSE
           DISPLAY "MERCHANT TABLE FULL - RESERVE FOR "
                   RSV-MER-ID " STAYS HELD"
       END-IF.
      ******************************************************************
      *170-COMPUTE-FEES prices each merchant's line off the fee
      *schedule - percentage of the day's gross plus a per-item fee
      *- and withholds it, so the ACH detail goes out net. What was
               VFX-47-ROW-AMOUNT(VFX-47-I)
                   - VFX-47-ROW-FEE(VFX-47-I)
                   + VFX-47-ROW-REORIG(VFX-47-I)
                   + VFX-47-ROW-RSV-REL(VFX-47-I)
           ADD VFX-47-ROW-FEE(VFX-47-I) TO VFX-47-FEE-TOTAL
           PERFORM 172-HOLD-RESERVE
           PERFORM 176-CHECK-PRENOTE
           PERFORM 178-WRITE-FEE-DETAIL
           PERFORM 179-RETAIN-HISTORY
           VFX-47-FEE-ED DELIMITED BY SIZE
           INTO FEE-RPT-LINE.
       WRITE FEE-RPT-LINE.
       MOVE VFX-RSV-HELD-TOTAL TO VFX-RSV-HELD-ED.
       MOVE VFX-RSV-REL-TOTAL  TO VFX-RSV-REL-ED.
       MOVE SPACES TO FEE-RPT-LINE.
       STRING "TOTAL RESERVE HELD: " DELIMITED BY SIZE
           VFX-RSV-HELD-ED DELIMITED BY SIZE
           "   RELEASED: " DELIMITED BY SIZE
           VFX-RSV-REL-ED DELIMITED BY SIZE
           INTO FEE-RPT-LINE.
       WRITE FEE-RPT-LINE.
      ******************************************************************
      *172-HOLD-RESERVE keeps back the reserve share of the day's
      *sales net of fees for a merchant on reserve. Returned money
      *and released reserve are not held a second time. A rerun of
      *the same date replaces the first run's holdback, and a
      *merchant taken off reserve since then loses it.
       172-HOLD-RESERVE.
       MOVE ZERO TO VFX-47-ROW-RSV-HELD(VFX-47-I).
       MOVE VFX-47-ROW-MER-ID(VFX-47-I) TO RSVT-MER-ID.
       READ VFX-RSVT-FILE
           INVALID KEY
               MOVE "N" TO RSVT-STATUS
       END-READ.
       IF RSVT-ACTIVE
           COMPUTE VFX-47-ROW-RSV-HELD(VFX-47-I) ROUNDED =
               (VFX-47-ROW-AMOUNT(VFX-47-I)
                   - VFX-47-ROW-FEE(VFX-47-I)) * RSVT-PCT / 100
           SUBTRACT VFX-47-ROW-RSV-HELD(VFX-47-I)
               FROM VFX-47-ROW-NET(VFX-47-I)
       END-IF.
       MOVE VFX-47-ROW-MER-ID(VFX-47-I) TO RSV-MER-ID.
       MOVE VFX-47-DATE TO RSV-HOLD-DATE.
       READ VFX-RSV-FILE
           INVALID KEY
               IF VFX-47-ROW-RSV-HELD(VFX-47-I) NOT = ZERO
                   PERFORM 173-NEW-HOLDBACK
               END-IF
           NOT INVALID KEY
               IF VFX-47-ROW-RSV-HELD(VFX-47-I) = ZERO
                   DELETE VFX-RSV-FILE
               ELSE
                   MOVE VFX-47-ROW-RSV-HELD(VFX-47-I) TO RSV-AMOUNT
                   MOVE RSVT-PCT TO RSV-PCT
                   REWRITE RSV-REC
               END-IF
       END-READ.
       ADD VFX-47-ROW-RSV-HELD(VFX-47-I) TO VFX-RSV-HELD-TOTAL.
      ******************************************************************
       173-NEW-HOLDBACK.
       MOVE VFX-47-ROW-RSV-HELD(VFX-47-I) TO RSV-AMOUNT.
       MOVE RSVT-PCT TO RSV-PCT.
       MOVE VFX-47-DATE TO VFX-RSV-DATE-N.
       COMPUTE VFX-RSV-DAYNUM =
           FUNCTION INTEGER-OF-DATE(VFX-RSV-DATE-N) + RSVT-DAYS.
       COMPUTE VFX-RSV-DATE-N =
           FUNCTION DATE-OF-INTEGER(VFX-RSV-DAYNUM).
       MOVE VFX-RSV-DATE-N TO RSV-DUE-DATE.
       SET RSV-HELD TO TRUE.
       MOVE SPACES TO RSV-REL-DATE.
       WRITE RSV-REC.
      ******************************************************************
      *175-FIND-FEE-SCHED walks the merchant's schedule rows in
      *effective-date order, keeping the last one dated on or before
       176-CHECK-PRENOTE.
       MOVE 'D' TO VFX-47-ROW-SEND(VFX-47-I).
       MOVE 'N' TO VFX-47-PN-HOLD-FLAG.
       MOVE 'N' TO VFX-47-CMP-HOLD-FLAG.
       MOVE VFX-47-ROW-MER-ID(VFX-47-I) TO MER-ID.
       READ MER-FILE KEY IS MER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
      *A merchant on compliance hold gets nothing at all - not even
      *a prenote - until the watch-list match is cleared; its money
      *parks on the queue the same way a prenote hold's does.
               IF MER-COMP-HOLD
                   MOVE 'N' TO VFX-47-ROW-SEND(VFX-47-I)
                   MOVE 'Y' TO VFX-47-PN-HOLD-FLAG
                   MOVE 'Y' TO VFX-47-CMP-HOLD-FLAG
               ELSE
               IF MER-PN-PENDING
                   IF MER-PRENOTE-DATE = SPACES
                       MOVE VFX-47-DATE TO MER-PRENOTE-DATE
                       MOVE 'P' TO VFX-47-ROW-SEND(VFX-47-I)
                       MOVE 'Y' TO VFX-47-PN-HOLD-FLAG
                   ELSE
      *The wait is banking days since the prenote went out; a
      *weekend or holiday in between doesn't count toward it.
                       MOVE MER-PRENOTE-DATE TO VFX-47-PN-D2
                       MOVE VFX-47-PN-D2 TO VFX-CAL-FROM
                       MOVE VFX-47-DATE  TO VFX-47-PN-D1
                       MOVE VFX-47-PN-D1 TO VFX-CAL-TO
                       PERFORM 984-CAL-COUNT-BANK-DAYS
                       MOVE VFX-CAL-COUNT TO VFX-47-PN-DAYS
                       IF VFX-47-PN-DAYS < VFX-47-PN-WAIT-DAYS
                           MOVE 'N' TO VFX-47-ROW-SEND(VFX-47-I)
                           MOVE 'Y' TO VFX-47-PN-HOLD-FLAG
                       END-IF
                   END-IF
               END-IF
               END-IF
       END-READ.
       IF VFX-47-PN-HOLD-FLAG = 'Y'
           PERFORM 177-QUEUE-HELD-MONEY
           READ VFX-REORIG-FILE
               INVALID KEY
                   MOVE VFX-47-ROW-NET(VFX-47-I) TO REORIG-AMOUNT
                   IF VFX-47-CMP-HOLD-FLAG = 'Y'
                       MOVE "CMP" TO REORIG-REASON
                   ELSE
                       MOVE "PRE" TO REORIG-REASON
                   END-IF
                   SET REORIG-QUEUED TO TRUE
                   MOVE SPACES TO REORIG-SETTLE-DATE
                   WRITE REORIG-REC
      *run queued; the recomputed held net replaces it - adding
      *would pay the merchant double once the prenote verifies. A
      *genuine bank return sharing the date still folds in.
                   IF REORIG-REASON = "PRE" OR REORIG-REASON = "CMP"
                       MOVE VFX-47-ROW-NET(VFX-47-I)
                           TO REORIG-AMOUNT
                   ELSE
           VFX-47-NET-ED DELIMITED BY SIZE
           INTO FEE-RPT-LINE.
       WRITE FEE-RPT-LINE.
       IF VFX-47-ROW-RSV-HELD(VFX-47-I) NOT = ZERO
               OR VFX-47-ROW-RSV-REL(VFX-47-I) NOT = ZERO
           MOVE VFX-47-ROW-RSV-HELD(VFX-47-I) TO VFX-RSV-HELD-ED
           MOVE VFX-47-ROW-RSV-REL(VFX-47-I)  TO VFX-RSV-REL-ED
           MOVE SPACES TO FEE-RPT-LINE
           STRING "            RESERVE HELD " DELIMITED BY SIZE
               VFX-RSV-HELD-ED DELIMITED BY SIZE
               "  RELEASED " DELIMITED BY SIZE
               VFX-RSV-REL-ED DELIMITED BY SIZE
               INTO FEE-RPT-LINE
           WRITE FEE-RPT-LINE
       END-IF.
      ******************************************************************
      *179-RETAIN-HISTORY keeps what the bank's file can't give back
      *later; a rerun of the same settlement date refreshes the row
       MOVE VFX-47-ROW-ITEMS(VFX-47-I)  TO SETH-ITEMS.
       MOVE VFX-47-ROW-FEE(VFX-47-I)    TO SETH-FEE.
       MOVE VFX-47-ROW-NET(VFX-47-I)    TO SETH-NET.
       MOVE VFX-47-ROW-RSV-HELD(VFX-47-I) TO SETH-RSV-HELD.
       MOVE VFX-47-ROW-RSV-REL(VFX-47-I)  TO SETH-RSV-REL.
       WRITE SETH-REC
           INVALID KEY
               REWRITE SETH-REC
       MOVE "HEADER  " TO SET-HDR-TAG.
       MOVE VFX-47-DATE TO SET-HDR-DATE.
       MOVE "VUFLIX    " TO SET-HDR-ORIGIN.
       MOVE VFX-47-EFF-DATE TO SET-HDR-EFF-DATE.
       WRITE SETTLE-REC.
       PERFORM VARYING VFX-47-I FROM 1 BY 1
               UNTIL VFX-47-I > VFX-47-MER-COUNT
       MOVE VFX-47-ROUTE-HASH TO SET-TRL-ROUTE-HASH.
       MOVE VFX-47-TOTAL-AMT  TO SET-TRL-AMOUNT.
       WRITE SETTLE-REC.
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
      ******************************************************************
      *980-CAL-CHECK-DAY says whether VFX-CAL-DATE is a banking day -
      *no row for it on the bank holiday calendar - and leaves the
      *reason in VFX-CAL-WHY when it isn't. A year the calendar was
      *never loaded for still knows its Saturdays and Sundays.
       980-CAL-CHECK-DAY.
       MOVE 'Y'    TO VFX-CAL-BANK-FLAG.
       MOVE SPACES TO VFX-CAL-WHY.
       MOVE VFX-CAL-DATE TO CAL-DATE.
       READ VFX-CAL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N'      TO VFX-CAL-BANK-FLAG
               MOVE CAL-DESC TO VFX-CAL-WHY
       END-READ.
       IF VFX-CAL-BANK-DAY
           PERFORM 981-CAL-CHECK-YEAR
           IF NOT VFX-CAL-YEAR-ON-FILE
               COMPUTE VFX-CAL-DOW-INT =
                   FUNCTION INTEGER-OF-DATE(VFX-CAL-DATE)
               DIVIDE VFX-CAL-DOW-INT BY 7 GIVING VFX-CAL-QUOT
                   REMAINDER VFX-CAL-DOW
               IF VFX-CAL-SATURDAY OR VFX-CAL-SUNDAY
                   MOVE 'N'       TO VFX-CAL-BANK-FLAG
                   MOVE "WEEKEND" TO VFX-CAL-WHY
               END-IF
           END-IF
       END-IF.
      ******************************************************************
      *981-CAL-CHECK-YEAR notes whether the year of VFX-CAL-DATE has
      *any rows on the calendar, remembering the last year looked at.
       981-CAL-CHECK-YEAR.
       IF VFX-CAL-DATE(1:4) = VFX-CAL-YEAR-SEEN
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-CAL-DATE(1:4) TO VFX-CAL-YEAR-SEEN.
       MOVE 'N' TO VFX-CAL-YEAR-FLAG.
       MOVE SPACES TO CAL-DATE.
       STRING VFX-CAL-YEAR-SEEN "0101" DELIMITED BY SIZE
           INTO CAL-DATE.
       START VFX-CAL-FILE KEY IS NOT LESS THAN CAL-DATE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ VFX-CAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAL-DATE(1:4) = VFX-CAL-YEAR-SEEN
                           MOVE 'Y' TO VFX-CAL-YEAR-FLAG
                       END-IF
               END-READ
       END-START.
      ******************************************************************
      *982-CAL-NEXT-BANK-DAY moves VFX-CAL-DATE forward to the first
      *banking day after it.
       982-CAL-NEXT-BANK-DAY.
       COMPUTE VFX-CAL-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-DATE).
       MOVE 'N' TO VFX-CAL-BANK-FLAG.
       PERFORM UNTIL VFX-CAL-BANK-DAY
           ADD 1 TO VFX-CAL-INT
           COMPUTE VFX-CAL-DATE = FUNCTION DATE-OF-INTEGER(VFX-CAL-INT)
           PERFORM 980-CAL-CHECK-DAY
       END-PERFORM.
      ******************************************************************
      *984-CAL-COUNT-BANK-DAYS counts the banking days after
      *VFX-CAL-FROM up to and including VFX-CAL-TO into
      *VFX-CAL-COUNT - the banking-day answer to subtracting two
      *INTEGER-OF-DATE values.
       984-CAL-COUNT-BANK-DAYS.
       MOVE ZERO TO VFX-CAL-COUNT.
       COMPUTE VFX-CAL-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-FROM).
       COMPUTE VFX-CAL-END-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-TO).
       PERFORM UNTIL VFX-CAL-INT NOT < VFX-CAL-END-INT
           ADD 1 TO VFX-CAL-INT
           COMPUTE VFX-CAL-DATE = FUNCTION DATE-OF-INTEGER(VFX-CAL-INT)
           PERFORM 980-CAL-CHECK-DAY
           IF VFX-CAL-BANK-DAY
               ADD 1 TO VFX-CAL-COUNT
           END-IF
       END-PERFORM.
