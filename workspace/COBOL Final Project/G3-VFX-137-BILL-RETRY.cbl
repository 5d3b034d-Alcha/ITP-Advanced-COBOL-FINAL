      ******************************************************************
      *PROGRAM:  Vuflix Declined-Card Retry
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Works the gap between G3-VFX-25-BILL-POST and
      *          G3-VFX-27-DELINQ. Every DECLINED cycle on the
      *          billing history goes back to the processor on a
      *          fixed schedule of days after the decline, on a
      *          re-presentment extract in the monthly billing
      *          extract layout. Each attempt is logged against the
      *          member and cycle; the processor's answer to the
      *          previous night's retries is posted first, and a
      *          retry that comes back PAID turns the cycle PAID on
      *          the billing history so the delinquency sweep never
      *          sees it as a failure. DELINQ suspends only once the
      *          last scheduled retry has failed. The schedule is
      *          counted in banking days off the bank holiday
      *          calendar; the retry window in calendar days. A
      *          member with a backup card on file has the retries
      *          alternate between the two cards, the card that was
      *          declined last going to the back of the line. An
      *          annual charge collected on retry moves the member's
      *          paid-through date just as the first posting would.
      ******************************************************************
       PROGRAM-ID. G3-VFX-137-BILL-RETRY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-RETRY.
       COPY SELECT-VFX-RETRY-EXT.
       COPY SELECT-VFX-RETRY-RESP.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-CAL.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-RETRY.
       COPY FD-VFX-RETRY-EXT.
       COPY FD-VFX-RETRY-RESP.
       COPY FD-CTL-NBR.
       COPY FD-VFX-CAL.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-137-BILL-RETRY' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-137-BUS-NUM.
       OPEN I-O VM-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN I-O VFX-BILL-HIST-FILE.
       OPEN I-O VFX-RETRY-FILE.
       OPEN INPUT VFX-CAL-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-POST-OUTCOMES.
       OPEN OUTPUT VFX-RETRY-EXT-FILE.
       PERFORM 200-SCHEDULE-RETRIES.
       CLOSE VFX-RETRY-EXT-FILE.
       DISPLAY "RETRIES PAID " VFX-137-PAID-COUNT
               ", FAILED " VFX-137-FAILED-COUNT
               ", UNMATCHED " VFX-137-UNMATCHED-COUNT.
       IF VFX-137-PREPAID-COUNT > ZERO
           DISPLAY VFX-137-PREPAID-COUNT
                   " ANNUAL TERMS PAID ON RETRY"
       END-IF.
       DISPLAY "RETRIES SENT " VFX-137-SENT-COUNT
               ", SCHEDULE SPENT " VFX-137-EXHAUSTED-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-137-SENT-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-RETRY-FILE.
       CLOSE VFX-CAL-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the attempts from the BUSDATE control
      *record, falling back to the calendar date when no control
      *record exists yet.
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
      *100-POST-OUTCOMES closes last night's attempts with the
      *processor's answer. No response file on hand (nothing was
      *sent, or the processor hasn't answered yet) just leaves the
      *SENT attempts open for the next run.
       100-POST-OUTCOMES.
       MOVE 'N' TO VFX-137-RESP-OPEN-FLAG.
       OPEN INPUT VFX-RETRY-RESP-FILE.
       IF WS-RETRY-RESP-STATUS = "00"
           MOVE 'Y' TO VFX-137-RESP-OPEN-FLAG
           MOVE 'N' TO VFX-137-EOF-FLAG
       ELSE
           MOVE 'Y' TO VFX-137-EOF-FLAG
       END-IF.
       PERFORM UNTIL VFX-137-EOF
           READ VFX-RETRY-RESP-FILE
               AT END
                   MOVE 'Y' TO VFX-137-EOF-FLAG
               NOT AT END
                   PERFORM 110-MATCH-ATTEMPT
           END-READ
       END-PERFORM.
       IF VFX-137-RESP-OPEN
           CLOSE VFX-RETRY-RESP-FILE
       END-IF.
      ******************************************************************
      *110-MATCH-ATTEMPT finds the open SENT attempt for this member
      *at the amount answered. A response that matches no open
      *attempt was already posted (a rerun) or was never ours.
       110-MATCH-ATTEMPT.
       MOVE 'N' TO VFX-137-MATCH-FLAG.
       MOVE 'N' TO VFX-137-RTY-EOF-FLAG.
       MOVE RRSP-MBR-ID TO RTY-MBR-ID.
       MOVE LOW-VALUES  TO RTY-CYCLE.
       MOVE ZERO        TO RTY-ATTEMPT.
       START VFX-RETRY-FILE KEY IS NOT LESS THAN RTY-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-137-RTY-EOF OR VFX-137-MATCH-FLAG = 'Y'
           READ VFX-RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
               NOT AT END
                   IF RTY-MBR-ID NOT = RRSP-MBR-ID
                       MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
                   ELSE
                       IF RTY-SENT AND RTY-AMOUNT = RRSP-AMOUNT
                           MOVE 'Y' TO VFX-137-MATCH-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-137-MATCH-FLAG = 'Y'
           PERFORM 120-CLOSE-ATTEMPT
       ELSE
           ADD 1 TO VFX-137-UNMATCHED-COUNT
           DISPLAY "UNMATCHED RETRY RESPONSE  MEMBER " RRSP-MBR-ID
                   "  AMOUNT " RRSP-AMOUNT "  CODE " RRSP-CODE
       END-IF.
      ******************************************************************
      *120-CLOSE-ATTEMPT stamps the outcome on the attempt row. A
      *PAID retry rewrites the cycle's billing history row to PAID
      *as of today, which is what "collected" means to everything
      *downstream of it.
       120-CLOSE-ATTEMPT.
       EVALUATE TRUE
           WHEN RRSP-PAID
               SET RTY-PAID TO TRUE
           WHEN RRSP-DECLINED
               SET RTY-DECLINED TO TRUE
           WHEN OTHER
               SET RTY-ERROR TO TRUE
       END-EVALUATE.
       MOVE WS-BUS-DATE TO RTY-RESULT-DATE.
       REWRITE RTY-REC.
       IF RTY-PAID
           ADD 1 TO VFX-137-PAID-COUNT
           MOVE RTY-MBR-ID TO BH-MBR-ID
           MOVE RTY-CYCLE  TO BH-CYCLE
           READ VFX-BILL-HIST-FILE
               INVALID KEY
                   DISPLAY "NO BILLING HISTORY FOR RETRY  MEMBER "
                           RTY-MBR-ID "  CYCLE " RTY-CYCLE
               NOT INVALID KEY
                   MOVE "PAID"      TO BH-STATUS
                   MOVE WS-BUS-DATE TO BH-POST-DATE
                   IF RTY-ON-BACKUP
                       MOVE "B" TO BH-PAY-METHOD
                   ELSE
                       MOVE "P" TO BH-PAY-METHOD
                   END-IF
                   REWRITE BH-REC
                   IF BH-ANNUAL
                       PERFORM 125-EXTEND-PAID-THRU
                   END-IF
           END-READ
       ELSE
           ADD 1 TO VFX-137-FAILED-COUNT
       END-IF.
      ******************************************************************
      *125-EXTEND-PAID-THRU carries the member's paid-through date to
      *the month end eleven months after the annual cycle now paid,
      *and opens the new term for its renewal notice.
       125-EXTEND-PAID-THRU.
       MOVE BH-CYCLE TO VFX-ANN-CYCLE.
       MOVE 12 TO VFX-ANN-SPAN.
       PERFORM 955-ANN-MONTH-END.
       MOVE BH-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               DISPLAY "NO MEMBER FOR ANNUAL CHARGE  MEMBER "
                       BH-MBR-ID
           NOT INVALID KEY
               IF VM-PAID-THRU = SPACES
                       OR VM-PAID-THRU < VFX-ANN-THRU
                   MOVE VFX-ANN-THRU TO VM-PAID-THRU
                   MOVE SPACE TO VM-RENEW-NOTICE
                   REWRITE VM-REC
                   ADD 1 TO VFX-137-PREPAID-COUNT
               END-IF
       END-READ.
      ******************************************************************
      *200-SCHEDULE-RETRIES walks the billing history for DECLINED
      *cycles and sends each one whose next retry day has come.
       200-SCHEDULE-RETRIES.
       MOVE 'N' TO VFX-137-EOF-FLAG.
       MOVE LOW-VALUES TO BH-KEY.
       START VFX-BILL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-137-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-137-EOF
           READ VFX-BILL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-137-EOF-FLAG
               NOT AT END
                   IF BH-DECLINED AND BH-POST-DATE IS NUMERIC
                       PERFORM 210-JUDGE-CYCLE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-JUDGE-CYCLE decides whether this declined cycle goes out
      *tonight. An attempt still waiting on the processor holds the
      *next one back; a cycle past its last scheduled retry, or
      *declined longer ago than the retry window, is left for
      *DELINQ. The window is calendar days; the retry days are
      *banking days, so a retry never falls due on a weekend or a
      *bank holiday.
       210-JUDGE-CYCLE.
       MOVE BH-POST-DATE TO VFX-137-DECL-NUM.
       COMPUTE VFX-137-DAYS-SINCE =
           FUNCTION INTEGER-OF-DATE(VFX-137-BUS-NUM)
           - FUNCTION INTEGER-OF-DATE(VFX-137-DECL-NUM).
       IF VFX-137-DAYS-SINCE <= VFX-137-WINDOW-DAYS
           PERFORM 220-READ-ATTEMPTS
           EVALUATE TRUE
               WHEN VFX-137-LAST-STATUS = "SENT"
               WHEN VFX-137-LAST-STATUS = "PAID"
                   CONTINUE
               WHEN VFX-137-LAST-ATTEMPT >= VFX-137-MAX-TRIES
                   ADD 1 TO VFX-137-EXHAUSTED-COUNT
               WHEN OTHER
                   COMPUTE VFX-137-NEXT-ATTEMPT =
                       VFX-137-LAST-ATTEMPT + 1
                   MOVE VFX-137-DECL-NUM TO VFX-CAL-FROM
                   MOVE VFX-137-BUS-NUM  TO VFX-CAL-TO
                   PERFORM 984-CAL-COUNT-BANK-DAYS
                   MOVE VFX-CAL-COUNT TO VFX-137-BANK-DAYS
                   IF VFX-137-BANK-DAYS >=
                           VFX-137-RETRY-DAY(VFX-137-NEXT-ATTEMPT)
                       PERFORM 230-SEND-RETRY
                   END-IF
           END-EVALUATE
       END-IF.
      ******************************************************************
      *220-READ-ATTEMPTS leaves the highest attempt number logged
      *for this member/cycle, how it came out and the card it went
      *on - the cycle's own card when nothing has been retried yet.
       220-READ-ATTEMPTS.
       MOVE ZERO   TO VFX-137-LAST-ATTEMPT.
       MOVE SPACES TO VFX-137-LAST-STATUS.
       MOVE BH-PAY-METHOD TO VFX-137-LAST-METHOD.
       MOVE 'N' TO VFX-137-RTY-EOF-FLAG.
       MOVE BH-MBR-ID TO RTY-MBR-ID.
       MOVE BH-CYCLE  TO RTY-CYCLE.
       MOVE ZERO      TO RTY-ATTEMPT.
       START VFX-RETRY-FILE KEY IS NOT LESS THAN RTY-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-137-RTY-EOF
           READ VFX-RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
               NOT AT END
                   IF RTY-MBR-ID NOT = BH-MBR-ID
                           OR RTY-CYCLE NOT = BH-CYCLE
                       MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
                   ELSE
                       MOVE RTY-ATTEMPT TO VFX-137-LAST-ATTEMPT
                       MOVE RTY-STATUS  TO VFX-137-LAST-STATUS
                       MOVE RTY-PAY-METHOD TO VFX-137-LAST-METHOD
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *230-SEND-RETRY writes the re-presentment line off the member
      *record - name and card token as they stand today, in case the
      *card was updated since the decline - and logs the attempt
      *SENT. A member no longer on file is not retried. With a
      *backup card on file the attempt goes on whichever card was
      *not tried last, unless the backup has expired.
       230-SEND-RETRY.
       MOVE BH-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACES       TO RTX-REC
               MOVE VM-ID-KEY    TO RTX-MBR-ID
               MOVE VM-FNAME     TO RTX-FNAME
               MOVE VM-LNAME-KEY TO RTX-LNAME
               MOVE VM-CC        TO RTX-CC-TOKEN
               MOVE BH-AMOUNT    TO RTX-AMOUNT-DUE
               MOVE "P"          TO RTX-PAY-METHOD
               IF BH-ANNUAL
                   MOVE "A"      TO RTX-FREQ
               ELSE
                   MOVE "M"      TO RTX-FREQ
               END-IF
               MOVE VM-ID-KEY TO CC-SEC-MBR-ID
               READ VFX-CC-SEC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CC-SEC-EXP-YM NOT = SPACES
                               AND CC-SEC-EXP-YM < WS-BUS-DATE(1:6)
                           MOVE "EXPIRED" TO RTX-CARD-FLAG
                       END-IF
                       IF CC-SEC-ALT-FULL NOT = SPACES
                               AND VFX-137-LAST-METHOD NOT = "B"
                               AND (CC-SEC-ALT-EXP-YM = SPACES
                                    OR CC-SEC-ALT-EXP-YM NOT <
                                       WS-BUS-DATE(1:6))
                           MOVE CC-SEC-ALT-MASK TO RTX-CC-TOKEN
                           MOVE SPACES          TO RTX-CARD-FLAG
                           MOVE "B"             TO RTX-PAY-METHOD
                       END-IF
               END-READ
               WRITE RTX-REC
               MOVE BH-MBR-ID            TO RTY-MBR-ID
               MOVE BH-CYCLE             TO RTY-CYCLE
               MOVE VFX-137-NEXT-ATTEMPT TO RTY-ATTEMPT
               MOVE BH-AMOUNT            TO RTY-AMOUNT
               MOVE WS-BUS-DATE          TO RTY-SENT-DATE
               MOVE RTX-PAY-METHOD       TO RTY-PAY-METHOD
               SET RTY-SENT              TO TRUE
               MOVE SPACES               TO RTY-RESULT-DATE
               WRITE RTY-REC
                   INVALID KEY
                       REWRITE RTY-REC
               END-WRITE
               ADD 1 TO VFX-137-SENT-COUNT
       END-READ.
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
      ******************************************************************
      *955-ANN-MONTH-END leaves in VFX-ANN-THRU the last day of the
      *month VFX-ANN-SPAN months on from the first of VFX-ANN-CYCLE.
       955-ANN-MONTH-END.
       COMPUTE VFX-ANN-MONTHS = VFX-ANN-CY-YEAR * 12
           + VFX-ANN-CY-MONTH - 1 + VFX-ANN-SPAN.
       DIVIDE VFX-ANN-MONTHS BY 12 GIVING VFX-ANN-END-YEAR
           REMAINDER VFX-ANN-END-MONTH.
       ADD 1 TO VFX-ANN-END-MONTH.
       STRING VFX-ANN-END-YEAR VFX-ANN-END-MONTH "01"
           DELIMITED BY SIZE INTO VFX-ANN-THRU.
       MOVE VFX-ANN-THRU TO VFX-ANN-NUM.
       COMPUTE VFX-ANN-INT =
           FUNCTION INTEGER-OF-DATE(VFX-ANN-NUM) - 1.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-ANN-INT) TO VFX-ANN-NUM.
       MOVE VFX-ANN-NUM TO VFX-ANN-THRU.
