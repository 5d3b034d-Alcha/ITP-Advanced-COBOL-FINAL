      *ABSTRACT: Walks VM-FILE and produces a flat-rate billing extract
      *          (member id, name, card token, amount due) for active
      *          members, for handoff to whatever payment processor
      *          runs the actual charge. A member whose card was
      *          declined last cycle, or has expired, is billed on
      *          the backup card when one is on file. A member on
      *          a free trial is not billed; once converted, the
      *          free days come off the first paid cycle. A member
      *          on annual billing is charged the plan's annual rate
      *          once a year and skipped while the year is paid.
      ******************************************************************
       PROGRAM-ID. G3-VFX-11-BILL.
      ******************************************************************
       COPY SELECT-VFX-GSUB.
       COPY SELECT-VFX-BILL.
       COPY SELECT-VFX-PLAN.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       COPY FD-VFX-GSUB.
       COPY FD-VFX-BILL.
       COPY FD-VFX-PLAN.
       COPY FD-VFX-BILL-HIST.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN I-O VFX-GSUB-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN INPUT VFX-BILL-HIST-FILE.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 030-READ-BUS-DATE.
       OPEN OUTPUT VFX-BILL-FILE.
       PERFORM 050-COMPUTE-CYCLE.
       PERFORM 060-TABLE-GIFT-SUBS.
       PERFORM 100-EXTRACT.
       IF VFX-11-ALT-USED > ZERO
           DISPLAY VFX-11-ALT-USED
                   " MEMBERS BILLED ON THEIR BACKUP CARD"
       END-IF.
       IF VFX-11-PZ-SKIPPED > ZERO
           DISPLAY VFX-11-PZ-SKIPPED
                   " PAUSED MEMBERS NOT BILLED FOR " VFX-11-CYCLE
       END-IF.
       IF VFX-11-TR-SKIPPED > ZERO
           DISPLAY VFX-11-TR-SKIPPED
                   " TRIAL MEMBERS NOT BILLED FOR " VFX-11-CYCLE
       END-IF.
       IF VFX-11-PP-SKIPPED > ZERO
           DISPLAY VFX-11-PP-SKIPPED
                   " MEMBERS PREPAID THROUGH " VFX-11-CYCLE
       END-IF.
       IF VFX-11-ANNUAL-COUNT > ZERO
           DISPLAY VFX-11-ANNUAL-COUNT
                   " MEMBERS BILLED FOR AN ANNUAL TERM"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-GSUB-FILE.
       CLOSE VFX-PLAN-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-BILL-FILE.
       CLOSE JOB-LOG-FILE.
       COMPUTE VFX-11-DAYS-IN-MONTH =
           FUNCTION INTEGER-OF-DATE(VFX-11-NEXT-NUM)
               - VFX-11-FIRST-INT.
       COMPUTE VFX-11-PREV-INT = VFX-11-FIRST-INT - 1.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-11-PREV-INT)
           TO VFX-11-PREV-NUM.
       MOVE VFX-11-PREV-NUM TO VFX-11-NEXT-TXT.
       MOVE VFX-11-NEXT-TXT(1:6) TO VFX-11-PREV-CYCLE.
      ******************************************************************
      *100-EXTRACT walks every member on VM-FILE in key order and
      *writes one billing line per member owing anything this cycle:
      *charged or there is no way to produce the PAID cycle that
      *brings the account current and lifts the suspension), plus
      *canceled members whose cancel date falls inside the cycle
      *(their final prorated partial month). A paused member is
      *walked too: the days of the cycle the pause covers come off
      *the bill, and a cycle paused end to end is skipped. A member
      *still on a free trial is not walked at all; the trial days of
      *a converted member, or of one canceled during the trial, come
      *off the same way the pause days do.
       100-EXTRACT.
       MOVE 'N' TO VFX-11-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
               AT END
                   MOVE 'Y' TO VFX-11-EOF-FLAG
               NOT AT END
                   IF VM-ACTIVE OR VM-SUSPENDED OR VM-PAUSED
                           OR (VM-CANCELED
                               AND VM-CANCEL-DATE(1:6) = VFX-11-CYCLE)
                       PERFORM 110-WRITE-BILL-LINE
      *110-WRITE-BILL-LINE prices the cycle from the member's plan on
      *VFX-PLAN-FILE; a member carrying no plan code (or one not on
      *the master) falls back to the legacy flat fee rather than
      *going unbilled. An annual member is priced at the plan's
      *annual rate, unless the plan has none or the member is
      *leaving this cycle - a final partial month is billed monthly.
       110-WRITE-BILL-LINE.
      *A cycle inside a prepaid year owes nothing.
       IF VM-PAID-THRU NOT = SPACES
               AND VM-PAID-THRU(1:6) NOT < VFX-11-CYCLE
           ADD 1 TO VFX-11-PP-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID-KEY    TO BILL-MBR-ID.
       MOVE VM-FNAME     TO BILL-FNAME.
       MOVE VM-LNAME-KEY TO BILL-LNAME.
      *cycle goes out flagged - the processor declines it anyway,
      *but now the decline is expected instead of discovered.
       MOVE SPACES TO BILL-CARD-FLAG.
       MOVE "P"    TO BILL-PAY-METHOD.
       MOVE VM-ID-KEY TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
                       AND CC-SEC-EXP-YM < VFX-11-CYCLE
                   MOVE "EXPIRED" TO BILL-CARD-FLAG
               END-IF
               IF CC-SEC-ALT-FULL NOT = SPACES
                   PERFORM 115-PICK-CARD
               END-IF
       END-READ.
       MOVE "M" TO BILL-FREQ.
       MOVE VM-PLAN-CODE TO PLAN-CODE.
       READ VFX-PLAN-FILE
           INVALID KEY
               MOVE VFX-11-MONTHLY-FEE TO VFX-11-RATE
           NOT INVALID KEY
               MOVE PLAN-RATE TO VFX-11-RATE
               IF VM-BILL-ANNUAL AND NOT VM-CANCELED
                       AND PLAN-ANNUAL-RATE > ZERO
                   MOVE PLAN-ANNUAL-RATE TO VFX-11-RATE
                   MOVE "A" TO BILL-FREQ
               END-IF
       END-READ.
       PERFORM 120-PRORATE.
      *A cycle the member spent wholly on pause costs nothing and
      *must not burn a prepaid month either.
       IF VFX-11-PZ-DAYS > ZERO AND VFX-11-DAYS-BILLED NOT > ZERO
           ADD 1 TO VFX-11-PZ-SKIPPED
           EXIT PARAGRAPH
       END-IF.
      *Likewise a cycle that was all free trial - including a member
      *who canceled before the trial ran out, who is never charged.
       IF VFX-11-TR-DAYS > ZERO AND VFX-11-DAYS-BILLED NOT > ZERO
           ADD 1 TO VFX-11-TR-SKIPPED
           EXIT PARAGRAPH
       END-IF.
       PERFORM 130-CHECK-GIFT-SUB.
       IF VFX-11-GS-HIT NOT = ZERO
      *A prepaid month covers this cycle - no charge goes to the
           IF VFX-11-DAYS-BILLED > ZERO
               WRITE BILL-REC
               ADD 1 TO WS-JOB-LOG-COUNT
               IF BILL-PAY-METHOD = "B"
                   ADD 1 TO VFX-11-ALT-USED
               END-IF
               IF BILL-FREQ = "A"
                   ADD 1 TO VFX-11-ANNUAL-COUNT
               END-IF
           END-IF
       END-IF.
      ******************************************************************
      *115-PICK-CARD moves the charge to the backup card when the
      *member's card was declined last cycle (or last cycle already
      *went on the backup), or has expired - unless the backup has
      *expired too. A card the member replaces clears the way back:
      *a cycle paid on the card puts the next one on it as well.
       115-PICK-CARD.
       MOVE 'N' TO VFX-11-USE-ALT-FLAG.
       IF BILL-CARD-FLAG = "EXPIRED"
           MOVE 'Y' TO VFX-11-USE-ALT-FLAG
       ELSE
           MOVE VM-ID-KEY         TO BH-MBR-ID
           MOVE VFX-11-PREV-CYCLE TO BH-CYCLE
           READ VFX-BILL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BH-DECLINED OR (BH-PAID AND BH-ON-BACKUP)
                       MOVE 'Y' TO VFX-11-USE-ALT-FLAG
                   END-IF
           END-READ
       END-IF.
       IF CC-SEC-ALT-EXP-YM NOT = SPACES
               AND CC-SEC-ALT-EXP-YM < VFX-11-CYCLE
           MOVE 'N' TO VFX-11-USE-ALT-FLAG
       END-IF.
       IF VFX-11-USE-ALT
           MOVE CC-SEC-ALT-MASK TO BILL-CC-TOKEN
           MOVE SPACES          TO BILL-CARD-FLAG
           MOVE "B"             TO BILL-PAY-METHOD
       END-IF.
      ******************************************************************
      *120-PRORATE charges whole months in full and prorates the
      *first month (from the enrollment or reactivation date) and the
      *final month (through the cancel date) by actual days, so a
      *member who joins on the 28th no longer pays for the month.
      *An annual term is eleven whole months plus the billed days of
      *the month it starts in.
       120-PRORATE.
       MOVE 1 TO VFX-11-START-DAY.
       MOVE VFX-11-DAYS-IN-MONTH TO VFX-11-END-DAY.
       END-IF.
       COMPUTE VFX-11-DAYS-BILLED =
           VFX-11-END-DAY - VFX-11-START-DAY + 1.
       PERFORM 125-PAUSE-DAYS.
       SUBTRACT VFX-11-PZ-DAYS FROM VFX-11-DAYS-BILLED.
       PERFORM 127-TRIAL-DAYS.
       SUBTRACT VFX-11-TR-DAYS FROM VFX-11-DAYS-BILLED.
       IF VFX-11-DAYS-BILLED > ZERO
           IF BILL-FREQ = "A"
               COMPUTE VFX-11-AMOUNT ROUNDED =
                   VFX-11-RATE * (11 * VFX-11-DAYS-IN-MONTH
                       + VFX-11-DAYS-BILLED)
                   / (12 * VFX-11-DAYS-IN-MONTH)
           ELSE
               COMPUTE VFX-11-AMOUNT ROUNDED =
                   VFX-11-RATE * VFX-11-DAYS-BILLED
                       / VFX-11-DAYS-IN-MONTH
           END-IF
           MOVE VFX-11-AMOUNT TO BILL-AMOUNT-DUE
       END-IF.
      ******************************************************************
      *125-PAUSE-DAYS counts the billed days of the cycle that fall
      *inside the member's pause - from the day it began up to the
      *day before it ends (the scheduled resume date while still
      *paused).
       125-PAUSE-DAYS.
       MOVE ZERO TO VFX-11-PZ-DAYS.
       IF VM-PAUSE-DATE = SPACES OR VM-RESUME-DATE = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF VM-PAUSE-DATE(1:6) > VFX-11-CYCLE
               OR VM-RESUME-DATE(1:6) < VFX-11-CYCLE
           EXIT PARAGRAPH
       END-IF.
       IF VM-PAUSE-DATE(1:6) = VFX-11-CYCLE
           MOVE VM-PAUSE-DATE(7:2) TO VFX-11-PZ-FROM
       ELSE
           MOVE 1 TO VFX-11-PZ-FROM
       END-IF.
       IF VM-RESUME-DATE(1:6) = VFX-11-CYCLE
           MOVE VM-RESUME-DATE(7:2) TO VFX-11-PZ-TO
           SUBTRACT 1 FROM VFX-11-PZ-TO
       ELSE
           MOVE VFX-11-DAYS-IN-MONTH TO VFX-11-PZ-TO
       END-IF.
       IF VFX-11-PZ-FROM < VFX-11-START-DAY
           MOVE VFX-11-START-DAY TO VFX-11-PZ-FROM
       END-IF.
       IF VFX-11-PZ-TO > VFX-11-END-DAY
           MOVE VFX-11-END-DAY TO VFX-11-PZ-TO
       END-IF.
       IF VFX-11-PZ-TO NOT < VFX-11-PZ-FROM
           COMPUTE VFX-11-PZ-DAYS =
               VFX-11-PZ-TO - VFX-11-PZ-FROM + 1
       END-IF.
      ******************************************************************
      *127-TRIAL-DAYS counts the billed days of the cycle that were
      *still free trial - from the first billed day through the
      *trial's last free day. A trial can't overlap a pause: a
      *member on trial cannot pause.
       127-TRIAL-DAYS.
       MOVE ZERO TO VFX-11-TR-DAYS.
       IF VM-TRIAL-END = SPACES
               OR VM-TRIAL-END(1:6) < VFX-11-CYCLE
           EXIT PARAGRAPH
       END-IF.
       IF VM-TRIAL-END(1:6) = VFX-11-CYCLE
           MOVE VM-TRIAL-END(7:2) TO VFX-11-TR-TO
       ELSE
           MOVE VFX-11-DAYS-IN-MONTH TO VFX-11-TR-TO
       END-IF.
       IF VFX-11-TR-TO > VFX-11-END-DAY
           MOVE VFX-11-END-DAY TO VFX-11-TR-TO
       END-IF.
       IF VFX-11-TR-TO NOT < VFX-11-START-DAY
           COMPUTE VFX-11-TR-DAYS =
               VFX-11-TR-TO - VFX-11-START-DAY + 1
       END-IF.
      ******************************************************************
      *060-TABLE-GIFT-SUBS loads every redeemed certificate with
      *months still on it into a member-keyed table, so the member
      *walk does one table probe instead of a file scan apiece.
