      ******************************************************************
      *PROGRAM:  Merchant Rolling Reserve Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of a merchant's rolling
      *          reserve terms: put a merchant on reserve (or change
      *          its percentage and release days), or take it off.
      *          Taking a merchant off stops new holdbacks only -
      *          what is already on the reserve ledger still
      *          releases on its own date, so the money due back is
      *          never stranded. The screen shows the balance still
      *          held so the supervisor sees the exposure first.
      ******************************************************************
       PROGRAM-ID. G3-VFX-155-RSV-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-MER.
       COPY SELECT-VFX-RSV.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-MER.
       COPY FD-VFX-RSV.
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
       MOVE 'G3-VFX-155-RSV-MNT' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR MERCHANT "
                   "RESERVE TERMS"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN INPUT MER-FILE.
       OPEN I-O VFX-RSVT-FILE.
       OPEN INPUT VFX-RSV-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-155-RESP.
       PERFORM UNTIL VFX-155-RESP = 'X' OR 'x'
           PERFORM 100-ONE-MERCHANT
           DISPLAY "ANOTHER MERCHANT? ANY KEY = YES, 'X' = EXIT: "
           ACCEPT VFX-155-RESP
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-RSVT-FILE.
       CLOSE VFX-RSV-FILE.
       CLOSE JOB-LOG-FILE.
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
       100-ONE-MERCHANT.
       DISPLAY "MERCHANT ID: ".
       ACCEPT VFX-155-MER-ID.
       MOVE VFX-155-MER-ID TO MER-ID.
       READ MER-FILE KEY IS MER-ID
           INVALID KEY
               DISPLAY "MERCHANT NOT ON FILE"
           NOT INVALID KEY
               PERFORM 110-SHOW-TERMS
               PERFORM 200-CHANGE-TERMS
       END-READ.
      ******************************************************************
      *110-SHOW-TERMS shows the terms on file, the rates the last
      *review measured, and what the ledger still holds.
       110-SHOW-TERMS.
       DISPLAY "MERCHANT " MER-ID " " MER-NAME.
       MOVE 'N' TO VFX-155-FOUND.
       MOVE MER-ID TO RSVT-MER-ID.
       READ VFX-RSVT-FILE
           INVALID KEY
               DISPLAY "NOT ON RESERVE - NO TERMS ON FILE"
           NOT INVALID KEY
               MOVE 'Y' TO VFX-155-FOUND
               MOVE RSVT-PCT TO VFX-155-PCT-ED
               IF RSVT-ACTIVE
                   DISPLAY "ON RESERVE " VFX-155-PCT-ED "% FOR "
                           RSVT-DAYS " DAYS SINCE " RSVT-SET-DATE
                           " BY " RSVT-OPERATOR-ID
               ELSE
                   DISPLAY "OFF RESERVE SINCE " RSVT-SET-DATE
                           " BY " RSVT-OPERATOR-ID
               END-IF
               DISPLAY "LAST REVIEW " RSVT-REVIEW-DATE
                       " RETURN RATE " RSVT-RET-RATE
                       "% CHARGEBACK RATE " RSVT-CB-RATE "%"
       END-READ.
       MOVE ZERO TO VFX-155-HELD-BAL.
       MOVE 'N' TO VFX-RSV-EOF-FLAG.
       MOVE MER-ID TO RSV-MER-ID.
       MOVE LOW-VALUES TO RSV-HOLD-DATE.
       START VFX-RSV-FILE KEY IS NOT LESS THAN RSV-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-RSV-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-RSV-EOF
           READ VFX-RSV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-RSV-EOF-FLAG
               NOT AT END
                   IF RSV-MER-ID NOT = MER-ID
                       MOVE 'Y' TO VFX-RSV-EOF-FLAG
                   ELSE
                       IF RSV-HELD
                           ADD RSV-AMOUNT TO VFX-155-HELD-BAL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE VFX-155-HELD-BAL TO VFX-RSV-HELD-ED.
       DISPLAY "RESERVE BALANCE HELD: " VFX-RSV-HELD-ED.
      ******************************************************************
       200-CHANGE-TERMS.
       DISPLAY "S = SET TERMS / PUT ON RESERVE, O = TAKE OFF "
               "RESERVE, ENTER = NO CHANGE: ".
       ACCEPT VFX-155-SEL.
       EVALUATE VFX-155-SEL
           WHEN 'S'
           WHEN 's'
               PERFORM 210-SET-TERMS
           WHEN 'O'
           WHEN 'o'
               PERFORM 220-TAKE-OFF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      *210-SET-TERMS - a blank answer keeps the merchant's current
      *figure, or the review's default for a merchant new to
      *reserve.
       210-SET-TERMS.
       IF VFX-155-FOUND = 'Y'
           MOVE RSVT-PCT  TO VFX-155-PCT
           MOVE RSVT-DAYS TO VFX-155-DAYS
       ELSE
           MOVE VFX-RSV-DFLT-PCT  TO VFX-155-PCT
           MOVE VFX-RSV-DFLT-DAYS TO VFX-155-DAYS
       END-IF.
       DISPLAY "RESERVE PERCENT (BLANK = " VFX-155-PCT "): ".
       ACCEPT VFX-155-PCT-IN.
       IF VFX-155-PCT-IN NOT = SPACES
           COMPUTE VFX-155-PCT = FUNCTION NUMVAL(VFX-155-PCT-IN)
       END-IF.
       DISPLAY "RELEASE DAYS (BLANK = " VFX-155-DAYS "): ".
       ACCEPT VFX-155-DAYS-IN.
       IF VFX-155-DAYS-IN NOT = SPACES
           COMPUTE VFX-155-DAYS = FUNCTION NUMVAL(VFX-155-DAYS-IN)
       END-IF.
       IF VFX-155-PCT = ZERO OR VFX-155-DAYS = ZERO
           DISPLAY "PERCENT AND RELEASE DAYS MUST BOTH BE ABOVE "
                   "ZERO - USE O TO TAKE A MERCHANT OFF RESERVE"
       ELSE
           IF VFX-155-FOUND NOT = 'Y'
               MOVE MER-ID TO RSVT-MER-ID
               MOVE ZERO   TO RSVT-RET-RATE
               MOVE ZERO   TO RSVT-CB-RATE
               MOVE SPACES TO RSVT-REVIEW-DATE
           END-IF
           SET RSVT-ACTIVE TO TRUE
           MOVE VFX-155-PCT    TO RSVT-PCT
           MOVE VFX-155-DAYS   TO RSVT-DAYS
           SET RSVT-MANUAL TO TRUE
           MOVE WS-BUS-DATE    TO RSVT-SET-DATE
           MOVE WS-OPERATOR-ID TO RSVT-OPERATOR-ID
           IF VFX-155-FOUND = 'Y'
               REWRITE RSVT-REC
           ELSE
               WRITE RSVT-REC
           END-IF
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "RESERVE TERMS SAVED - HOLDBACKS START WITH THE "
                   "NEXT SETTLEMENT"
       END-IF.
      ******************************************************************
       220-TAKE-OFF.
       IF VFX-155-FOUND NOT = 'Y' OR NOT RSVT-ACTIVE
           DISPLAY "MERCHANT IS NOT ON RESERVE"
       ELSE
           SET RSVT-OFF TO TRUE
           SET RSVT-MANUAL TO TRUE
           MOVE WS-BUS-DATE    TO RSVT-SET-DATE
           MOVE WS-OPERATOR-ID TO RSVT-OPERATOR-ID
           REWRITE RSVT-REC
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "MERCHANT OFF RESERVE - AMOUNTS ALREADY HELD "
                   "STILL RELEASE ON THEIR OWN DATES"
       END-IF.
