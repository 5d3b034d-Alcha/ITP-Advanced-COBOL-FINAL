       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-DAYJ.
       COPY SELECT-VFX-CAT-PRT.
       COPY SELECT-VFX-TRIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-DAYJ.
       COPY FD-VFX-CAT-PRT.
       COPY FD-VFX-TRIAL.
      * COPY SD-VUFL-3-PT-SORT.

       WORKING-STORAGE SECTION.
       OPEN INPUT VFX-FMT-FILE.
       OPEN INPUT VFX-DET-FILE.
       OPEN INPUT VFX-XSELL-FILE.
       OPEN INPUT VFX-TRIAL-FILE.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN EXTEND JOB-LOG-FILE.
       CLOSE VFX-FMT-FILE.
       CLOSE VFX-DET-FILE.
       CLOSE VFX-XSELL-FILE.
       CLOSE VFX-TRIAL-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-JRNL-FILE.
       CLOSE VFX-DAYJ-TXT.
      *040-CHECK-MEMBER rejects an unknown or canceled member ID at
      *sign-in, the same soft-delete check G3-VFX-7-MBR-INQ's browse
      *applies, so a canceled membership can't still purchase titles
      *or add to a wishlist here. A paused membership is turned away
      *until it resumes, and one the takeover scan held is turned
      *away until a supervisor lifts the hold. A member on a free
      *trial gets in with the trial's purchase limit.
       040-CHECK-MEMBER.
       MOVE 'N' TO VFX-3-MBR-OK-FLAG.
       MOVE VFX-3-MBR-ID TO VM-ID-KEY.
                       DISPLAY "THIS ACCOUNT IS SUSPENDED FOR "
                               "NON-PAYMENT - PURCHASES BLOCKED"
                       ACCEPT VFX-3-RESP
                   ELSE
                   IF VM-COMP-HOLD
                       DISPLAY "THIS ACCOUNT IS ON COMPLIANCE HOLD "
                               "- PURCHASES BLOCKED"
                       ACCEPT VFX-3-RESP
                   ELSE
                   IF VM-PAUSED
                       DISPLAY "THIS MEMBERSHIP IS PAUSED UNTIL "
                               VM-RESUME-DATE " - PURCHASES BLOCKED"
                       ACCEPT VFX-3-RESP
                   ELSE
                   IF VM-TAKEOVER-HOLD
                       DISPLAY "THIS ACCOUNT IS HELD PENDING IDENTITY "
                               "VERIFICATION - PURCHASES BLOCKED"
                       ACCEPT VFX-3-RESP
                   ELSE
                       MOVE 'Y' TO VFX-3-MBR-OK-FLAG
                       MOVE VM-MAX-RATING TO VFX-3-MAX-RATING
                       PERFORM 045-RESOLVE-TAX-STATE
                       PERFORM 047-CHECK-COBRAND
                       PERFORM 048-LOAD-TRIAL
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
       END-READ.
      *-----------------------------------------------------------------
      *048-LOAD-TRIAL picks up the purchase limit and start date of a
      *member still on a free trial off the trial history. A trial
      *member with no history row buys nothing until it is fixed.
       048-LOAD-TRIAL.
       MOVE 'N' TO VFX-3-TRIAL-FLAG.
       IF NOT VM-TRIAL
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y'    TO VFX-3-TRIAL-FLAG.
       MOVE ZERO   TO VFX-3-TRIAL-LIMIT.
       MOVE VM-ENROLL-DATE TO VFX-3-TRIAL-START.
       MOVE VM-ID-KEY TO TRIAL-MBR-ID.
       READ VFX-TRIAL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TRIAL-PUR-LIMIT  TO VFX-3-TRIAL-LIMIT
               MOVE TRIAL-START-DATE TO VFX-3-TRIAL-START
       END-READ.
      *-----------------------------------------------------------------
      *045-RESOLVE-TAX-STATE resolves the member's zip through
      *ZIP-MST-OUT to a state once per sign-in, then pulls that
      *state's rate off the tax table. A state with no tax row (or a
      *The velocity screen runs before any money moves - a held
      *sale must not have drawn a gift card or points down.
               PERFORM 342-CHECK-VELOCITY
               IF VFX-3-TRIAL-OVER-FLAG = 'Y'
                   DISPLAY "FREE TRIAL PURCHASE LIMIT REACHED - "
                           "PURCHASE NOT COMPLETED"
               ELSE
               IF VFX-3-HOLD-FLAG = 'Y'
                   PERFORM 343-WRITE-HOLD
                   DISPLAY "PURCHASE HELD FOR REVIEW - A SUPERVISOR "
               END-IF
               PERFORM 370-SHOW-ALSO-BOUGHT
               END-IF
               END-IF
               DISPLAY PTSCREEN-PURCHASE-MORE
               ACCEPT  PTSCREEN-PURCHASE-MORE
               IF VFX-3-SEL = 'N' OR 'n'
      *two hundred titles in ten minutes blows through the daily
      *count long before the day is over. The scan reuses the
      *purchase record area, so the in-flight sale is parked in
      *working storage around it. A member on a free trial is also
      *held to the trial's purchase limit; a sale over it is simply
      *not made - there is nothing for a supervisor to review.
       342-CHECK-VELOCITY.
       MOVE 'N' TO VFX-3-HOLD-FLAG.
       MOVE 'N' TO VFX-3-TRIAL-OVER-FLAG.
       PERFORM 341-COUNT-TODAY.
       IF VFX-3-ON-TRIAL
               AND VFX-3-TRIAL-AMT + PUR-NET-PRICE > VFX-3-TRIAL-LIMIT
           MOVE 'Y' TO VFX-3-TRIAL-OVER-FLAG
       END-IF.
       IF VFX-3-VEL-CNT + 1 > VFX-3-VEL-MAX-CNT
           MOVE 'Y' TO VFX-3-HOLD-FLAG
       END-IF.
      *-----------------------------------------------------------------
      *341-COUNT-TODAY totals the member's business-day purchases so
      *far; the single-sale, bundle and upgrade paths all measure
      *their own load against these two totals. For a member on a
      *free trial it also totals the spend since the trial began.
       341-COUNT-TODAY.
       MOVE PUR-REC TO VFX-3-SAVE-PUR.
       MOVE ZERO TO VFX-3-VEL-CNT.
       MOVE ZERO TO VFX-3-VEL-AMT.
       MOVE ZERO TO VFX-3-TRIAL-AMT.
       MOVE 'N' TO VFX-3-VEL-EOF-FLAG.
       MOVE VFX-3-MBR-ID TO PUR-MBR-ID.
       MOVE LOW-VALUES   TO PUR-VML-ID.
                           ADD 1 TO VFX-3-VEL-CNT
                           ADD PUR-NET-PRICE TO VFX-3-VEL-AMT
                       END-IF
                       IF VFX-3-ON-TRIAL
                               AND PUR-DATE NOT < VFX-3-TRIAL-START
                               AND NOT PUR-REFUNDED
                           ADD PUR-NET-PRICE TO VFX-3-TRIAL-AMT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      *ceiling: the title's rating off the indexed master is ranked
      *against VM-MAX-RATING and a title over the ceiling blocks the
      *sale. A signed-on supervisor may override, and every override
      *leaves a job-log line naming the member and the supervisor,
      *so "who let this through" always has an answer. No ceiling on
      *the member, or a title that never made it to the master,
      *passes untouched.
       335-CHECK-RATING.
       MOVE 'Y' TO VFX-3-RATING-OK-FLAG.
       IF VFX-3-MAX-RATING NOT = SPACES
       MOVE "OVRD"     TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       STRING VFX-3-MBR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-SESSION-OPERATOR DELIMITED BY SIZE
           INTO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
      *-----------------------------------------------------------------
      *component diverts to the hold queue (at its allocated
      *share) before any money moves, same as a single sale.
           PERFORM 341-COUNT-TODAY
           IF VFX-3-ON-TRIAL
                   AND VFX-3-TRIAL-AMT + BNDL-PRICE > VFX-3-TRIAL-LIMIT
               DISPLAY "FREE TRIAL PURCHASE LIMIT REACHED - BUNDLE "
                       "NOT PURCHASED"
           ELSE
           IF VFX-3-VEL-CNT + VFX-3-BNDL-CNT > VFX-3-VEL-MAX-CNT
                   OR VFX-3-VEL-AMT + BNDL-PRICE >
                       VFX-3-VEL-MAX-AMT
               DISPLAY "BUNDLE PURCHASED - " VFX-3-BNDL-CNT
                       " TITLES ADDED"
           END-IF
           END-IF
       END-IF.
       MOVE SPACES TO VFX-3-RESP.
      *-----------------------------------------------------------------
      *reject it as already-owned - so over the line it simply
      *doesn't happen today.
           PERFORM 342-CHECK-VELOCITY
           IF VFX-3-TRIAL-OVER-FLAG = 'Y'
               DISPLAY "FREE TRIAL PURCHASE LIMIT REACHED - UPGRADE "
                       "NOT PROCESSED"
           ELSE
           IF VFX-3-HOLD-FLAG = 'Y'
               DISPLAY "DAILY PURCHASE LIMITS REACHED - UPGRADE "
                       "NOT PROCESSED TODAY"
               PERFORM 356-EXPIRE-OLD-FORMAT
               DISPLAY "UPGRADED - NEW FORMAT ENTITLEMENT WRITTEN"
           END-IF
           END-IF
       END-IF.
      *-----------------------------------------------------------------
      *356-EXPIRE-OLD-FORMAT retires the superseded entitlement so
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE PUR-REC TO WS-JRNL-BEFORE
               SET PUR-EXPIRED TO TRUE
               REWRITE PUR-REC
               MOVE "VFXPURFILE" TO JRNL-FILE-NAME
      *-----------------------------------------------------------------
      *325-PRICE-RENTAL writes the sale as a rental: the watch-window
      *price is a flat percentage of the catalog price, the title
      *expires a fixed number of calendar days out (the watch window
      *runs through weekends and bank holidays), and sale promos and the
      *co-brand discount don't stack on the already-cut rental rate.
       325-PRICE-RENTAL.
       MOVE 'R' TO PUR-TYPE.
                               "STATE AS UNCLAIMED PROPERTY"
                       ACCEPT VFX-3-RESP
                   ELSE
                   IF GC-ON-HOLD
      *A corporate-order card is not live until the buyer pays the
      *invoice for its order.
                       DISPLAY "THAT CARD IS NOT ACTIVE YET - ITS "
                               "CORPORATE ORDER IS UNPAID"
                       ACCEPT VFX-3-RESP
                   ELSE
                   IF NOT GC-ACTIVE
                       DISPLAY "THAT CARD/CREDIT HAS NO BALANCE LEFT"
                       ACCEPT VFX-3-RESP
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ
       END-IF.
      *-----------------------------------------------------------------
           MOVE VFX-3-PTS-REMAIN TO VFX-3-PTS-DRAW
       END-IF.
       COMPUTE VFX-3-PTS-USED = VFX-3-PTS-DRAW * 100.
       MOVE PTS-REC TO WS-JRNL-BEFORE.
       SUBTRACT VFX-3-PTS-USED FROM PTS-BALANCE.
       ADD VFX-3-PTS-USED TO PTS-REDEEMED.
       MOVE WS-BUS-DATE TO PTS-LAST-DATE.
       REWRITE PTS-REC.
       MOVE "VFXPTSFILE" TO JRNL-FILE-NAME.
       MOVE 'R'          TO JRNL-ACTION.
       MOVE PTS-REC      TO JRNL-DATA.
       PERFORM 980-WRITE-JRNL.
       ADD VFX-3-PTS-DRAW TO PUR-CREDIT-APPLIED.
      *The reserved marker tells the refund path the credit came
      *from the points ledger, not a gift card.
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
