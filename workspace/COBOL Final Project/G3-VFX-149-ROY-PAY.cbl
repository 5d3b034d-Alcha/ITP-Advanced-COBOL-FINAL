      ******************************************************************
      *PROGRAM:  Studio Royalty ACH Payables
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor approves a month's computed royalty
      *          payables off G3-VFX-105-ROYALTY, then every approved
      *          payable goes out as an ACH credit on VFXROYACH.TXT
      *          in the VFXSETTLE.TXT header/detail/trailer layout.
      *          A studio whose bank fields are new sends the
      *          zero-dollar prenote first and its money waits the
      *          same prenote period G3-VFX-47-SETTLE holds a
      *          merchant to; a studio with no bank fields on file
      *          is held and named. A rerun on the same business
      *          date rebuilds the file with that day's payments.
      *          The file is effective the first banking day after
      *          the business date on the bank holiday calendar.
      ******************************************************************
       PROGRAM-ID. G3-VFX-149-ROY-PAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-STUDIO.
       COPY SELECT-VFX-ROYPAY.
       COPY SELECT-VFX-ROYACH.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-CAL.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-STUDIO.
       COPY FD-VFX-ROYPAY.
       COPY FD-VFX-ROYACH.
       COPY FD-CTL-NBR.
       COPY FD-VFX-CAL.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-149-ROY-PAY' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO RELEASE "
                   "ROYALTY PAYMENTS"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VFX-STUDIO-FILE.
       OPEN I-O VFX-ROYPAY-FILE.
       OPEN OUTPUT VFX-ROYACH-FILE.
       OPEN INPUT VFX-CAL-FILE.
       MOVE WS-BUS-DATE TO VFX-CAL-DATE.
       PERFORM 982-CAL-NEXT-BANK-DAY.
       MOVE VFX-CAL-DATE TO VFX-149-EFF-DATE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       DISPLAY "ROYALTY MONTH YYYYMM TO APPROVE (BLANK = PAY "
               "ALREADY APPROVED ONLY): ".
       ACCEPT VFX-149-CYCLE.
       IF VFX-149-CYCLE NOT = SPACES
           PERFORM 100-APPROVE-CYCLE
       END-IF.
       PERFORM 200-WRITE-FILE.
       DISPLAY "G3-VFX-149-ROY-PAY".
       DISPLAY "    PAYABLES APPROVED       " VFX-149-APPR-COUNT.
       DISPLAY "    STUDIOS PAID            " VFX-149-PAID-COUNT.
       DISPLAY "    PRENOTES SENT           " VFX-149-PN-COUNT.
       DISPLAY "    PAYABLES HELD           " VFX-149-HOLD-COUNT.
       MOVE VFX-149-TOTAL-AMT TO VFX-149-AMT-ED.
       DISPLAY "    ACH TOTAL       " VFX-149-AMT-ED.
       DISPLAY "    BANK EFFECTIVE DATE     " VFX-149-EFF-DATE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP         TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG        TO JOB-LOG-PROGRAM.
       MOVE "END"             TO JOB-LOG-EVENT.
       MOVE VFX-149-DET-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"        TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VFX-STUDIO-FILE.
       CLOSE VFX-ROYPAY-FILE.
       CLOSE VFX-ROYACH-FILE.
       CLOSE VFX-CAL-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE takes the payment date off the BUSDATE
      *control record so a run slipping past midnight still pays
      *on the right day.
       035-READ-BUS-DATE.
       OPEN INPUT CTL-NBR-FILE.
       MOVE WS-CTL-BUS-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO WS-BUS-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO WS-BUS-DATE
       END-READ.
       CLOSE CTL-NBR-FILE.
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
      *100-APPROVE-CYCLE walks the month's computed payables one at a
      *time for the supervisor's yes or no. A payable left
      *unapproved stays computed for another day.
       100-APPROVE-CYCLE.
       MOVE 'N' TO VFX-149-EOF-FLAG.
       MOVE VFX-149-CYCLE TO ROYP-CYCLE.
       MOVE LOW-VALUES TO ROYP-STUDIO-ID.
       START VFX-ROYPAY-FILE KEY IS NOT LESS THAN ROYP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-149-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-149-EOF
           READ VFX-ROYPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-149-EOF-FLAG
               NOT AT END
                   IF ROYP-CYCLE NOT = VFX-149-CYCLE
                       MOVE 'Y' TO VFX-149-EOF-FLAG
                   ELSE
                       IF ROYP-COMPUTED
                           PERFORM 110-APPROVE-ONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *110-APPROVE-ONE - a zero royalty (a month refunding more than
      *it sold) closes straight to paid; there is nothing to send.
       110-APPROVE-ONE.
       MOVE ROYP-AMOUNT TO VFX-149-AMT-ED.
       DISPLAY ROYP-CYCLE " " ROYP-STUDIO-ID " ROYALTY "
               VFX-149-AMT-ED.
       DISPLAY "APPROVE FOR PAYMENT? (Y/N): ".
       ACCEPT VFX-149-RESP.
       IF VFX-149-RESP = 'Y' OR 'y'
           MOVE WS-OPERATOR-ID TO ROYP-APPR-OPER
           MOVE WS-BUS-DATE    TO ROYP-APPR-DATE
           IF ROYP-AMOUNT = ZERO
               SET ROYP-PAID TO TRUE
               MOVE WS-BUS-DATE TO ROYP-PAY-DATE
           ELSE
               SET ROYP-APPROVED TO TRUE
           END-IF
           REWRITE ROYP-REC
           ADD 1 TO VFX-149-APPR-COUNT
       END-IF.
      ******************************************************************
      *200-WRITE-FILE builds the ACH file from every approved payable
      *of any month, plus anything already paid today so a rerun
      *rebuilds the same file instead of dropping those credits.
       200-WRITE-FILE.
       MOVE SPACES TO ROYACH-REC.
       MOVE "HEADER  " TO ROYACH-HDR-TAG.
       MOVE WS-BUS-DATE TO ROYACH-HDR-DATE.
       MOVE "VUFLIX    " TO ROYACH-HDR-ORIGIN.
       MOVE VFX-149-EFF-DATE TO ROYACH-HDR-EFF-DATE.
       WRITE ROYACH-REC.
       MOVE 'N' TO VFX-149-EOF-FLAG.
       MOVE LOW-VALUES TO ROYP-KEY.
       START VFX-ROYPAY-FILE KEY IS NOT LESS THAN ROYP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-149-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-149-EOF
           READ VFX-ROYPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-149-EOF-FLAG
               NOT AT END
                   IF ROYP-APPROVED
                       PERFORM 210-PAY-ONE
                   ELSE
                       IF ROYP-PAID AND ROYP-PAY-DATE = WS-BUS-DATE
                               AND ROYP-AMOUNT > ZERO
                           PERFORM 210-PAY-ONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE SPACES TO ROYACH-REC.
       MOVE "TRAILER " TO ROYACH-TRL-TAG.
       MOVE VFX-149-DET-COUNT  TO ROYACH-TRL-COUNT.
       MOVE VFX-149-ROUTE-HASH TO ROYACH-TRL-ROUTE-HASH.
       MOVE VFX-149-TOTAL-AMT  TO ROYACH-TRL-AMOUNT.
       WRITE ROYACH-REC.
      ******************************************************************
      *210-PAY-ONE finds where the studio is paid and whether the
      *prenote lets the money go today.
       210-PAY-ONE.
       MOVE 'N' TO VFX-149-SEND.
       MOVE ROYP-STUDIO-ID TO STUDIO-ID.
       READ VFX-STUDIO-FILE
           INVALID KEY
               MOVE SPACES TO STUDIO-ROUTE
       END-READ.
       IF STUDIO-ROUTE = SPACES OR STUDIO-ACCT = SPACES
           ADD 1 TO VFX-149-HOLD-COUNT
           DISPLAY "HELD - NO BANK FIELDS ON FILE FOR STUDIO "
                   ROYP-STUDIO-ID " " ROYP-CYCLE
       ELSE
           PERFORM 220-CHECK-PRENOTE
       END-IF.
       IF VFX-149-SEND NOT = 'N'
           PERFORM 230-WRITE-DETAIL
       END-IF.
      ******************************************************************
      *220-CHECK-PRENOTE is G3-VFX-47-SETTLE's prenote discipline: a
      *pending studio's first appearance sends the zero-dollar
      *prenote and dates it, the money holds until the waiting days
      *have passed, and then the studio is marked verified and paid.
      *The wait is counted in banking days, as the settlement's is.
      *A prenote dated today is sent again: a rerun rebuilds the ACH
      *file from scratch, and the first run's prenote went with it.
      *The wait only starts counting from an earlier business day.
       220-CHECK-PRENOTE.
       MOVE 'D' TO VFX-149-SEND.
       IF STUDIO-PN-PENDING
           IF STUDIO-PRENOTE-DATE = SPACES
                   OR STUDIO-PRENOTE-DATE = WS-BUS-DATE
               PERFORM 225-PN-SENT-CHECK
               IF VFX-149-PN-SEEN
                   MOVE 'N' TO VFX-149-SEND
               ELSE
                   MOVE WS-BUS-DATE TO STUDIO-PRENOTE-DATE
                   REWRITE STUDIO-REC
                   MOVE 'P' TO VFX-149-SEND
                   IF VFX-149-PN-SENT-COUNT < 500
                       ADD 1 TO VFX-149-PN-SENT-COUNT
                       MOVE STUDIO-ID TO
                           VFX-149-PN-SENT-ID(VFX-149-PN-SENT-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE WS-BUS-DATE TO VFX-149-PN-D1
               MOVE STUDIO-PRENOTE-DATE TO VFX-149-PN-D2
               MOVE VFX-149-PN-D2 TO VFX-CAL-FROM
               MOVE VFX-149-PN-D1 TO VFX-CAL-TO
               PERFORM 984-CAL-COUNT-BANK-DAYS
               MOVE VFX-CAL-COUNT TO VFX-149-PN-DAYS
               IF VFX-149-PN-DAYS < VFX-47-PN-WAIT-DAYS
                   MOVE 'N' TO VFX-149-SEND
               ELSE
                   SET STUDIO-PN-VERIFIED TO TRUE
                   REWRITE STUDIO-REC
               END-IF
           END-IF
       END-IF.
       IF VFX-149-SEND NOT = 'D'
           ADD 1 TO VFX-149-HOLD-COUNT
           DISPLAY "HELD - PRENOTE PENDING FOR STUDIO "
                   ROYP-STUDIO-ID " " ROYP-CYCLE
       END-IF.
      ******************************************************************
      *225-PN-SENT-CHECK - the studio already has its prenote in this
      *run's file.
       225-PN-SENT-CHECK.
       MOVE 'N' TO VFX-149-PN-SEEN-FLAG.
       PERFORM VARYING VFX-149-PN-IX FROM 1 BY 1
               UNTIL VFX-149-PN-IX > VFX-149-PN-SENT-COUNT
           IF VFX-149-PN-SENT-ID(VFX-149-PN-IX) = STUDIO-ID
               MOVE 'Y' TO VFX-149-PN-SEEN-FLAG
               EXIT PERFORM
           END-IF
       END-PERFORM.
      ******************************************************************
      *230-WRITE-DETAIL writes the credit (or zero-dollar prenote)
      *and adds it into the trailer's hash and totals.
       230-WRITE-DETAIL.
       MOVE SPACES TO ROYACH-REC.
       MOVE STUDIO-ID    TO ROYACH-DET-STUDIO-ID.
       MOVE STUDIO-NAME  TO ROYACH-DET-NAME.
       MOVE STUDIO-ROUTE TO ROYACH-DET-ROUTE.
       MOVE STUDIO-ACCT  TO ROYACH-DET-ACCT.
       IF VFX-149-SEND = 'P'
           MOVE ZERO TO ROYACH-DET-AMOUNT
           ADD 1 TO VFX-149-PN-COUNT
       ELSE
           MOVE ROYP-AMOUNT TO ROYACH-DET-AMOUNT
           ADD ROYP-AMOUNT TO VFX-149-TOTAL-AMT
           ADD 1 TO VFX-149-PAID-COUNT
           IF ROYP-APPROVED
               SET ROYP-PAID TO TRUE
               MOVE WS-BUS-DATE TO ROYP-PAY-DATE
               REWRITE ROYP-REC
           END-IF
       END-IF.
       WRITE ROYACH-REC.
       ADD 1 TO VFX-149-DET-COUNT.
       MOVE STUDIO-ROUTE TO VFX-149-ROUTE-NUM.
       ADD VFX-149-ROUTE-NUM TO VFX-149-ROUTE-HASH.
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
