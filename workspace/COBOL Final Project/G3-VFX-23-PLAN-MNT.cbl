      *ABSTRACT: Adds, updates and lists the Basic/Standard/Premium
      *          pricing tiers on VFX-PLAN-FILE, the plan master that
      *          G3-VFX-11-BILL now prices each member's cycle from
      *          instead of a hardcoded flat fee. Each tier also
      *          carries how many devices a membership on it may
      *          have registered at once, and the discounted rate
      *          for a year paid up front (zero when the plan is
      *          monthly only).
      ******************************************************************
       PROGRAM-ID. G3-VFX-23-PLAN-MNT.
      ******************************************************************
      ******************************************************************
       100-ADD-PLAN.
       PERFORM 150-ACCEPT-PLAN.
       IF VFX-23-NEW-ANNUAL NOT = ZERO
               AND VFX-23-NEW-RATE NOT = ZERO
               AND VFX-23-NEW-ANNUAL NOT < VFX-23-NEW-RATE * 12
           DISPLAY "ANNUAL RATE MUST BE BELOW 12 MONTHLY PAYMENTS"
                   " - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       IF VFX-23-NEW-CODE NOT = SPACES AND VFX-23-NEW-RATE NOT = ZERO
           MOVE VFX-23-NEW-CODE TO PLAN-CODE
           MOVE VFX-23-NEW-DESC TO PLAN-DESC
           MOVE VFX-23-NEW-RATE TO PLAN-RATE
           MOVE VFX-23-NEW-EFF  TO PLAN-EFF-DATE
           MOVE VFX-23-NEW-MAX-DEV TO PLAN-MAX-DEVICES
           MOVE VFX-23-NEW-ANNUAL TO PLAN-ANNUAL-RATE
           MOVE WS-OPERATOR-ID  TO PLAN-OPERATOR-ID
           WRITE PLAN-REC
               INVALID KEY
                   MOVE VFX-23-NEW-RATE TO PLAN-RATE
               END-IF
               MOVE VFX-23-NEW-EFF TO PLAN-EFF-DATE
               MOVE VFX-23-NEW-MAX-DEV TO PLAN-MAX-DEVICES
      *Checked against the monthly rate the plan ends up with - the
      *one just typed, or the one kept when none was.
               IF VFX-23-NEW-ANNUAL NOT = ZERO
                       AND VFX-23-NEW-ANNUAL NOT < PLAN-RATE * 12
                   DISPLAY "ANNUAL RATE MUST BE BELOW 12 MONTHLY "
                           "PAYMENTS - NOTHING SAVED"
               ELSE
                   MOVE VFX-23-NEW-ANNUAL TO PLAN-ANNUAL-RATE
                   MOVE WS-OPERATOR-ID TO PLAN-OPERATOR-ID
                   REWRITE PLAN-REC
                   ADD 1 TO WS-JOB-LOG-COUNT
                   DISPLAY "PLAN UPDATED"
               END-IF
       END-READ.
      ******************************************************************
       150-ACCEPT-PLAN.
       ACCEPT VFX-23-NEW-RATE.
       DISPLAY "EFFECTIVE DATE (YYYYMMDD): ".
       ACCEPT VFX-23-NEW-EFF.
       DISPLAY "MAX DEVICES AT ONCE (00 = NO LIMIT): ".
       ACCEPT VFX-23-NEW-MAX-DEV.
       DISPLAY "ANNUAL RATE (999.99, 0 = MONTHLY ONLY): ".
       ACCEPT VFX-23-NEW-ANNUAL.
      ******************************************************************
       300-LIST-PLANS.
       MOVE 'N' TO VFX-3-SCAN-EOF-FLAG.
                   MOVE 'Y' TO VFX-3-SCAN-EOF-FLAG
               NOT AT END
                   MOVE PLAN-RATE TO VFX-23-RATE-ED
                   MOVE PLAN-MAX-DEVICES TO VFX-23-MAX-DEV-ED
                   MOVE PLAN-ANNUAL-RATE TO VFX-23-ANNUAL-ED
                   DISPLAY PLAN-CODE "  " PLAN-DESC "  "
                           VFX-23-RATE-ED "  EFF " PLAN-EFF-DATE
                           "  DEVICES " VFX-23-MAX-DEV-ED
                           "  ANNUAL " VFX-23-ANNUAL-ED
           END-READ
       END-PERFORM.
       DISPLAY "END OF PLAN LIST - PRESS ENTER".
