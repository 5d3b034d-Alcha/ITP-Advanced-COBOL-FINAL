      ******************************************************************
      *PROGRAM:  Deferred Revenue Roll-Forward
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Month-end batch that carries sold gift cards and
      *          gift subscription certificates as the liability
      *          they are until used. For each it rolls the month
      *          forward off the position file: opening, plus
      *          issued, less redeemed/drawn, less escheated, less
      *          breakage, equals closing. Certificate revenue is
      *          recognized a month at a time as GSUB-MONTHS-LEFT
      *          draws down; a bearer card left untouched for two
      *          years has its balance taken as breakage. The
      *          roll-forward prints to VFXDEFREVRPT.TXT and the
      *          entries go to GLDEFREV.TXT in the GLPOST.TXT layout,
      *          accounts off the same GLMAP.TXT as the GL posting.
      *          Goodwill and price-protection credits (cards with a
      *          member on them) were never sold, so never deferred.
      *          Annual plan charges on the billing history are
      *          deferred too and earned a twelfth a month over the
      *          term; a mid-term refund releases what was left.
      ******************************************************************
       PROGRAM-ID. G3-VFX-141-DEF-REV.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-GSUB.
       COPY SELECT-VFX-PLAN.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-PERIOD.
       COPY SELECT-VFX-GL.
       COPY SELECT-VFX-DEFREV.
       COPY SELECT-VFX-DR-RPT.
       COPY SELECT-VFX-DEFGL.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-GC.
       COPY FD-VFX-GSUB.
       COPY FD-VFX-PLAN.
       COPY FD-VFX-PUR.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-PERIOD.
       COPY FD-VFX-GL.
       COPY FD-VFX-DEFREV.
       COPY FD-VFX-DR-RPT.
       COPY FD-VFX-DEFGL.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-141-DEF-REV' TO VFX-M-PROG.
       DISPLAY "ENTER MONTH TO ROLL FORWARD YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-141-CYCLE.
       IF VFX-141-CYCLE = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-141-CYCLE
       END-IF.
      *A closed month's liability has been reported; rolling it
      *again would move the opening balance under the auditors.
       OPEN INPUT VFX-PERIOD-FILE.
       MOVE 'N' TO VFX-PERIOD-CLOSED-FLAG.
       MOVE VFX-141-CYCLE TO PERIOD-CYCLE.
       READ VFX-PERIOD-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PERIOD-CLOSED
                   MOVE 'Y' TO VFX-PERIOD-CLOSED-FLAG
               END-IF
       END-READ.
       CLOSE VFX-PERIOD-FILE.
       IF VFX-PERIOD-CLOSED-FLAG = 'Y'
           DISPLAY "CYCLE " VFX-141-CYCLE " IS CLOSED - DEFERRED "
                   "REVENUE NOT ROLLED"
           OPEN EXTEND JOB-LOG-FILE
           MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP
           MOVE VFX-M-PROG TO JOB-LOG-PROGRAM
           MOVE "END"      TO JOB-LOG-EVENT
           MOVE ZERO       TO JOB-LOG-COUNT
           MOVE "CYCLE CLOSED" TO JOB-LOG-STATUS
           WRITE JOB-LOG-REC
           CLOSE JOB-LOG-FILE
           GOBACK
       END-IF.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-141-BUS-NUM.
       OPEN INPUT VFX-GLMAP-TXT.
       OPEN INPUT VFX-GC-FILE.
       OPEN INPUT VFX-GSUB-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-BILL-HIST-FILE.
       OPEN I-O VFX-DEFREV-FILE.
       OPEN OUTPUT VFX-DR-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 050-LOAD-MAP.
       PERFORM 100-ROLL-CARDS.
       PERFORM 200-ROLL-CERTS.
       PERFORM 250-ROLL-ANNUAL.
       PERFORM 300-SUM-CARD-DRAWS.
       PERFORM 400-PRINT-ROLL-FORWARD.
       PERFORM 500-WRITE-ENTRIES.
       DISPLAY "DEFERRED REVENUE " VFX-141-CYCLE ": "
               VFX-141-CARD-COUNT " CARDS, "
               VFX-141-CERT-COUNT " CERTIFICATES, "
               VFX-141-AN-COUNT " ANNUAL TERMS, "
               VFX-141-GL-COUNT " JOURNAL LINES".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP         TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG        TO JOB-LOG-PROGRAM.
       MOVE "END"             TO JOB-LOG-EVENT.
       MOVE VFX-141-GL-COUNT  TO JOB-LOG-COUNT.
       MOVE "COMPLETE"        TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-GLMAP-TXT.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-GSUB-FILE.
       CLOSE VFX-PLAN-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-DEFREV-FILE.
       CLOSE VFX-DR-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXDEFREVRPT.TXT" TO VFX-ARCH-FILE-NAME.
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
      *050-LOAD-MAP loads GLMAP.TXT into G3-VFX-77-GL-POST's table so
      *both journals resolve accounts the same way.
       050-LOAD-MAP.
       MOVE 'N' TO VFX-77-EOF-FLAG.
       PERFORM UNTIL VFX-77-EOF
           READ VFX-GLMAP-TXT
               AT END
                   MOVE 'Y' TO VFX-77-EOF-FLAG
               NOT AT END
                   IF VFX-77-MAP-COUNT < 100
                       ADD 1 TO VFX-77-MAP-COUNT
                       MOVE GLMAP-TYPE-TXT TO
                           VFX-77-MAP-TYPE(VFX-77-MAP-COUNT)
                       MOVE GLMAP-KEY-TXT TO
                           VFX-77-MAP-KEY(VFX-77-MAP-COUNT)
                       MOVE GLMAP-ACCT-TXT TO
                           VFX-77-MAP-ACCT(VFX-77-MAP-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *060-FIND-ACCT: anything unmapped posts to the 99999999
      *suspense account so it is visible, not lost.
       060-FIND-ACCT.
       MOVE "99999999" TO VFX-77-ACCT.
       PERFORM VARYING VFX-77-I FROM 1 BY 1
               UNTIL VFX-77-I > VFX-77-MAP-COUNT
           IF VFX-77-MAP-TYPE(VFX-77-I) = GLMAP-TYPE-TXT
                   AND (VFX-77-MAP-KEY(VFX-77-I) = GLMAP-KEY-TXT
                       OR VFX-77-MAP-KEY(VFX-77-I) = SPACES)
               MOVE VFX-77-MAP-ACCT(VFX-77-I) TO VFX-77-ACCT
               MOVE VFX-77-MAP-COUNT TO VFX-77-I
           END-IF
       END-PERFORM.
      ******************************************************************
      *100-ROLL-CARDS walks the sold bearer cards. A corporate-order
      *card on hold is not a liability until its order is paid; it
      *rolls in as issued the month payment activates it.
       100-ROLL-CARDS.
       MOVE 'N' TO VFX-141-EOF-FLAG.
       MOVE LOW-VALUES TO GC-CARD-NBR.
       START VFX-GC-FILE KEY IS NOT LESS THAN GC-CARD-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-141-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-141-EOF
           READ VFX-GC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-141-EOF-FLAG
               NOT AT END
                   IF GC-MBR-ID = ZERO AND NOT GC-ON-HOLD
                       PERFORM 110-ROLL-CARD
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *110-ROLL-CARD finds the card's position row and rolls it. A
      *card issued this month opens at zero and comes in as issued;
      *one already out when the position file started is taken on
      *at today's balance. A row already rolled to a later month is
      *left alone - that month owns it now.
       110-ROLL-CARD.
       MOVE "GC  "      TO DRS-TYPE.
       MOVE GC-CARD-NBR TO DRS-ID.
       MOVE 'N' TO VFX-141-NEW-FLAG.
       READ VFX-DEFREV-FILE
           INVALID KEY
               MOVE 'Y' TO VFX-141-NEW-FLAG
       END-READ.
       IF VFX-141-NEW
           MOVE ZERO   TO DRS-OPEN-BAL DRS-OPEN-MONTHS
                          DRS-OPEN-BREAK DRS-CLOSE-MONTHS DRS-RATE
           MOVE SPACES TO DRS-OPEN-STATUS
           IF GC-ISSUE-DATE(1:6) < VFX-141-CYCLE
               MOVE GC-BALANCE TO DRS-OPEN-BAL
               MOVE GC-STATUS  TO DRS-OPEN-STATUS
           END-IF
       ELSE
           IF DRS-CYCLE < VFX-141-CYCLE
               MOVE DRS-CLOSE-BAL    TO DRS-OPEN-BAL
               MOVE DRS-CLOSE-BREAK  TO DRS-OPEN-BREAK
               MOVE DRS-CLOSE-STATUS TO DRS-OPEN-STATUS
           END-IF
       END-IF.
       IF VFX-141-NEW OR DRS-CYCLE NOT > VFX-141-CYCLE
           PERFORM 115-ROLL-CARD-MONTH
       END-IF.
      ******************************************************************
       115-ROLL-CARD-MONTH.
       MOVE VFX-141-CYCLE TO DRS-CYCLE.
       MOVE ZERO TO VFX-141-ISSUED VFX-141-ESCHEAT VFX-141-BREAKAGE.
       PERFORM 120-CARD-OPEN-LIAB.
       IF DRS-OPEN-STATUS = SPACES
           MOVE GC-ORIG-AMT TO VFX-141-ISSUED
       END-IF.
       MOVE GC-BALANCE   TO DRS-CLOSE-BAL.
       MOVE GC-STATUS    TO DRS-CLOSE-STATUS.
       MOVE DRS-OPEN-BREAK TO DRS-CLOSE-BREAK.
      *Escheat hands the state whatever was still owed on the card.
       IF GC-ESCHEATED AND DRS-OPEN-STATUS NOT = "E"
           MOVE VFX-141-OPEN-LIAB TO VFX-141-ESCHEAT
       END-IF.
      *Breakage: a card still live and untouched after two years is
      *taken to income once. The breakage rides on the row so it is
      *never booked twice and the card's liability stays net of it.
       IF GC-ACTIVE AND GC-BALANCE > ZERO AND DRS-OPEN-BREAK = ZERO
           COMPUTE VFX-141-ISSUE-NUM =
               FUNCTION NUMVAL(GC-ISSUE-DATE)
           COMPUTE VFX-141-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(VFX-141-BUS-NUM)
                   - FUNCTION INTEGER-OF-DATE(VFX-141-ISSUE-NUM)
           IF VFX-141-AGE-DAYS NOT < VFX-141-BREAK-DAYS
                   AND GC-BALANCE = GC-ORIG-AMT
               MOVE GC-BALANCE TO DRS-CLOSE-BREAK
               MOVE GC-BALANCE TO VFX-141-BREAKAGE
           END-IF
       END-IF.
       IF GC-ACTIVE OR GC-EXHAUSTED
           COMPUTE VFX-141-CLOSE-LIAB =
               DRS-CLOSE-BAL - DRS-CLOSE-BREAK
           IF VFX-141-CLOSE-LIAB < ZERO
               MOVE ZERO TO VFX-141-CLOSE-LIAB
           END-IF
       ELSE
           MOVE ZERO TO VFX-141-CLOSE-LIAB
       END-IF.
      *Whatever left the liability by any other road was drawn down
      *on purchases (or canceled off the card).
       COMPUTE VFX-141-DRAWN =
           VFX-141-OPEN-LIAB + VFX-141-ISSUED - VFX-141-ESCHEAT
               - VFX-141-BREAKAGE - VFX-141-CLOSE-LIAB.
       ADD VFX-141-OPEN-LIAB  TO VFX-141-GC-OPEN.
       ADD VFX-141-ISSUED     TO VFX-141-GC-ISSUED.
       ADD VFX-141-DRAWN      TO VFX-141-GC-DRAWN.
       ADD VFX-141-ESCHEAT    TO VFX-141-GC-ESCHEAT.
       ADD VFX-141-BREAKAGE   TO VFX-141-GC-BREAKAGE.
       ADD VFX-141-CLOSE-LIAB TO VFX-141-GC-CLOSE.
       ADD 1 TO VFX-141-CARD-COUNT.
       IF VFX-141-NEW
           WRITE DRS-REC
               INVALID KEY
                   DISPLAY "DEFREV WRITE FAILED " DRS-KEY
           END-WRITE
       ELSE
           REWRITE DRS-REC
               INVALID KEY
                   DISPLAY "DEFREV REWRITE FAILED " DRS-KEY
           END-REWRITE
       END-IF.
      ******************************************************************
       120-CARD-OPEN-LIAB.
       IF DRS-OPEN-STATUS = "A" OR DRS-OPEN-STATUS = "X"
           COMPUTE VFX-141-OPEN-LIAB =
               DRS-OPEN-BAL - DRS-OPEN-BREAK
           IF VFX-141-OPEN-LIAB < ZERO
               MOVE ZERO TO VFX-141-OPEN-LIAB
           END-IF
       ELSE
           MOVE ZERO TO VFX-141-OPEN-LIAB
       END-IF.
      ******************************************************************
      *200-ROLL-CERTS walks the gift subscription certificates.
       200-ROLL-CERTS.
       MOVE 'N' TO VFX-141-EOF-FLAG.
       MOVE LOW-VALUES TO GSUB-CERT-NBR.
       START VFX-GSUB-FILE KEY IS NOT LESS THAN GSUB-CERT-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-141-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-141-EOF
           READ VFX-GSUB-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-141-EOF-FLAG
               NOT AT END
                   PERFORM 210-ROLL-CERT
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-ROLL-CERT values a certificate at months left times the
      *plan rate locked on its row the first time it is rolled.
      *Revenue recognized is simply the months that came off it.
       210-ROLL-CERT.
       MOVE "GSUB"        TO DRS-TYPE.
       MOVE GSUB-CERT-NBR TO DRS-ID.
       MOVE 'N' TO VFX-141-NEW-FLAG.
       READ VFX-DEFREV-FILE
           INVALID KEY
               MOVE 'Y' TO VFX-141-NEW-FLAG
       END-READ.
       IF VFX-141-NEW
           MOVE ZERO   TO DRS-OPEN-BAL DRS-OPEN-MONTHS DRS-OPEN-BREAK
                          DRS-CLOSE-BAL DRS-CLOSE-BREAK
           MOVE SPACES TO DRS-OPEN-STATUS
           MOVE GSUB-PLAN-CODE TO PLAN-CODE
           READ VFX-PLAN-FILE
               INVALID KEY
                   MOVE ZERO TO DRS-RATE
               NOT INVALID KEY
                   MOVE PLAN-RATE TO DRS-RATE
           END-READ
           IF GSUB-ISSUE-DATE(1:6) < VFX-141-CYCLE
               MOVE GSUB-STATUS TO DRS-OPEN-STATUS
               IF NOT GSUB-USED-UP
                   MOVE GSUB-MONTHS-LEFT TO DRS-OPEN-MONTHS
               END-IF
           END-IF
       ELSE
           IF DRS-CYCLE < VFX-141-CYCLE
               MOVE DRS-CLOSE-MONTHS TO DRS-OPEN-MONTHS
               MOVE DRS-CLOSE-STATUS TO DRS-OPEN-STATUS
           END-IF
       END-IF.
       IF VFX-141-NEW OR DRS-CYCLE NOT > VFX-141-CYCLE
           PERFORM 215-ROLL-CERT-MONTH
       END-IF.
      ******************************************************************
       215-ROLL-CERT-MONTH.
       MOVE VFX-141-CYCLE TO DRS-CYCLE.
       MOVE ZERO TO VFX-141-ISSUED.
       COMPUTE VFX-141-OPEN-LIAB = DRS-OPEN-MONTHS * DRS-RATE.
       IF DRS-OPEN-STATUS = SPACES
           COMPUTE VFX-141-ISSUED = GSUB-MONTHS * DRS-RATE
       END-IF.
       MOVE GSUB-STATUS TO DRS-CLOSE-STATUS.
       IF GSUB-USED-UP
           MOVE ZERO TO DRS-CLOSE-MONTHS
       ELSE
           MOVE GSUB-MONTHS-LEFT TO DRS-CLOSE-MONTHS
       END-IF.
       COMPUTE VFX-141-CLOSE-LIAB = DRS-CLOSE-MONTHS * DRS-RATE.
       COMPUTE VFX-141-DRAWN =
           VFX-141-OPEN-LIAB + VFX-141-ISSUED - VFX-141-CLOSE-LIAB.
       ADD VFX-141-OPEN-LIAB  TO VFX-141-GS-OPEN.
       ADD VFX-141-ISSUED     TO VFX-141-GS-ISSUED.
       ADD VFX-141-DRAWN      TO VFX-141-GS-RECOG.
       ADD VFX-141-CLOSE-LIAB TO VFX-141-GS-CLOSE.
       ADD 1 TO VFX-141-CERT-COUNT.
       IF VFX-141-NEW
           WRITE DRS-REC
               INVALID KEY
                   DISPLAY "DEFREV WRITE FAILED " DRS-KEY
           END-WRITE
       ELSE
           REWRITE DRS-REC
               INVALID KEY
                   DISPLAY "DEFREV REWRITE FAILED " DRS-KEY
           END-REWRITE
       END-IF.
      ******************************************************************
      *250-ROLL-ANNUAL walks the billing history for paid annual
      *charges. Nothing is kept on the position file: a term's
      *place on any month follows from the charge, the cycle it
      *began and any refund on the row, so the month can be rolled
      *again and come out the same.
       250-ROLL-ANNUAL.
       MOVE VFX-141-CYCLE TO VFX-ANN-CYCLE.
       COMPUTE VFX-141-AN-CYC-IX =
           VFX-ANN-CY-YEAR * 12 + VFX-ANN-CY-MONTH.
       MOVE 'N' TO VFX-141-EOF-FLAG.
       MOVE LOW-VALUES TO BH-KEY.
       START VFX-BILL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-141-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-141-EOF
           READ VFX-BILL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-141-EOF-FLAG
               NOT AT END
                   IF BH-PAID AND BH-ANNUAL
                           AND BH-CYCLE NOT > VFX-141-CYCLE
                       PERFORM 260-ROLL-TERM
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *260-ROLL-TERM rolls one annual term through the month. Month
      *0 of the term is the cycle charged; months 0 to 10 each earn
      *a twelfth of the charge, rounded, and month 11 earns what is
      *left. A refund stops the earning after the cancel month and
      *takes out the rest of the liability the month it is made.
       260-ROLL-TERM.
       MOVE BH-CYCLE TO VFX-ANN-CYCLE.
       COMPUTE VFX-141-AN-START-IX =
           VFX-ANN-CY-YEAR * 12 + VFX-ANN-CY-MONTH.
       COMPUTE VFX-141-AN-K =
           VFX-141-AN-CYC-IX - VFX-141-AN-START-IX.
       IF VFX-141-AN-K > 11
           EXIT PARAGRAPH
       END-IF.
       COMPUTE VFX-141-AN-CHARGE = FUNCTION NUMVAL(BH-AMOUNT).
       COMPUTE VFX-141-AN-SHARE ROUNDED = VFX-141-AN-CHARGE / 12.
       MOVE 99 TO VFX-141-AN-RM.
       MOVE ZERO TO VFX-141-AN-REFUND.
       IF BH-RFND-AMT > ZERO AND BH-RFND-DATE NOT = SPACES
           MOVE BH-RFND-DATE(1:6) TO VFX-ANN-CYCLE
           COMPUTE VFX-141-AN-REF-IX =
               VFX-ANN-CY-YEAR * 12 + VFX-ANN-CY-MONTH
           COMPUTE VFX-141-AN-RM =
               VFX-141-AN-REF-IX - VFX-141-AN-START-IX
           MOVE BH-RFND-AMT TO VFX-141-AN-REFUND
       END-IF.
       COMPUTE VFX-141-AN-J = VFX-141-AN-K - 1.
       PERFORM 265-TERM-TO-DATE.
       MOVE VFX-141-AN-REC-AT TO VFX-141-AN-REC-PREV.
       MOVE VFX-141-AN-RF-AT  TO VFX-141-AN-RF-PREV.
       MOVE VFX-141-AN-K TO VFX-141-AN-J.
       PERFORM 265-TERM-TO-DATE.
       IF VFX-141-AN-K > ZERO
           COMPUTE VFX-141-AN-OPEN = VFX-141-AN-OPEN
               + VFX-141-AN-CHARGE - VFX-141-AN-REC-PREV
               - VFX-141-AN-RF-PREV
       ELSE
           ADD VFX-141-AN-CHARGE TO VFX-141-AN-BILLED
       END-IF.
       COMPUTE VFX-141-AN-RECOG = VFX-141-AN-RECOG
           + VFX-141-AN-REC-AT - VFX-141-AN-REC-PREV.
       COMPUTE VFX-141-AN-REFUNDED = VFX-141-AN-REFUNDED
           + VFX-141-AN-RF-AT - VFX-141-AN-RF-PREV.
       COMPUTE VFX-141-AN-CLOSE = VFX-141-AN-CLOSE
           + VFX-141-AN-CHARGE - VFX-141-AN-REC-AT
           - VFX-141-AN-RF-AT.
       ADD 1 TO VFX-141-AN-COUNT.
      ******************************************************************
      *265-TERM-TO-DATE leaves what the term has earned and refunded
      *through its month VFX-141-AN-J (-1 being before it began).
       265-TERM-TO-DATE.
       MOVE ZERO TO VFX-141-AN-REC-AT VFX-141-AN-RF-AT.
       IF VFX-141-AN-J < ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-141-AN-J TO VFX-141-AN-EFF.
       IF VFX-141-AN-RM < VFX-141-AN-EFF
           MOVE VFX-141-AN-RM TO VFX-141-AN-EFF
       END-IF.
       IF VFX-141-AN-EFF NOT < 11
           MOVE VFX-141-AN-CHARGE TO VFX-141-AN-REC-AT
       ELSE
           COMPUTE VFX-141-AN-REC-AT =
               VFX-141-AN-SHARE * (VFX-141-AN-EFF + 1)
       END-IF.
       IF VFX-141-AN-RM NOT > VFX-141-AN-J
           MOVE VFX-141-AN-REFUND TO VFX-141-AN-RF-AT
       END-IF.
      ******************************************************************
      *300-SUM-CARD-DRAWS totals what the month's purchases drew off
      *bearer cards - an independent figure printed beside the
      *roll-forward's drawn line so a gap between them shows.
       300-SUM-CARD-DRAWS.
       MOVE 'N' TO VFX-141-EOF-FLAG.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-141-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-141-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-141-EOF-FLAG
               NOT AT END
                   IF PUR-DATE(1:6) = VFX-141-CYCLE
                           AND PUR-CREDIT-APPLIED > ZERO
                           AND PUR-GC-NBR NOT = SPACES
                           AND PUR-GC-NBR NOT = "*POINTS*"
                       PERFORM 310-CHECK-BEARER
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-CHECK-BEARER.
       MOVE PUR-GC-NBR TO GC-CARD-NBR.
       READ VFX-GC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF GC-MBR-ID = ZERO
                   ADD PUR-CREDIT-APPLIED TO VFX-141-GC-PUR-DRAWS
               END-IF
       END-READ.
      ******************************************************************
       400-PRINT-ROLL-FORWARD.
       MOVE SPACES TO DR-RPT-LINE.
       STRING "DEFERRED REVENUE ROLL-FORWARD FOR " DELIMITED BY SIZE
           VFX-141-CYCLE DELIMITED BY SIZE
           INTO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE SPACES TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "BEARER GIFT CARDS" TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "OPENING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-GC-OPEN       TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "PLUS ISSUED"         TO VFX-141-LABEL.
       MOVE VFX-141-GC-ISSUED     TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS REDEEMED/DRAWN" TO VFX-141-LABEL.
       MOVE VFX-141-GC-DRAWN      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS ESCHEATED"      TO VFX-141-LABEL.
       MOVE VFX-141-GC-ESCHEAT    TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS BREAKAGE"       TO VFX-141-LABEL.
       MOVE VFX-141-GC-BREAKAGE   TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "CLOSING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-GC-CLOSE      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       COMPUTE VFX-141-PROOF =
           VFX-141-GC-OPEN + VFX-141-GC-ISSUED - VFX-141-GC-DRAWN
               - VFX-141-GC-ESCHEAT - VFX-141-GC-BREAKAGE
               - VFX-141-GC-CLOSE.
       MOVE "ROLL-FORWARD DIFFERENCE" TO VFX-141-LABEL.
       MOVE VFX-141-PROOF         TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "PURCHASE DRAWS ON CARDS" TO VFX-141-LABEL.
       MOVE VFX-141-GC-PUR-DRAWS  TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE SPACES TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "GIFT SUBSCRIPTION CERTIFICATES" TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "OPENING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-GS-OPEN       TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "PLUS ISSUED"         TO VFX-141-LABEL.
       MOVE VFX-141-GS-ISSUED     TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS RECOGNIZED"     TO VFX-141-LABEL.
       MOVE VFX-141-GS-RECOG      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "CLOSING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-GS-CLOSE      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       COMPUTE VFX-141-PROOF =
           VFX-141-GS-OPEN + VFX-141-GS-ISSUED - VFX-141-GS-RECOG
               - VFX-141-GS-CLOSE.
       MOVE "ROLL-FORWARD DIFFERENCE" TO VFX-141-LABEL.
       MOVE VFX-141-PROOF         TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE SPACES TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "ANNUAL PLAN PREPAYMENTS" TO DR-RPT-LINE.
       WRITE DR-RPT-LINE.
       MOVE "OPENING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-AN-OPEN       TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "PLUS BILLED"         TO VFX-141-LABEL.
       MOVE VFX-141-AN-BILLED     TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS REFUNDED"       TO VFX-141-LABEL.
       MOVE VFX-141-AN-REFUNDED   TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "LESS RECOGNIZED"     TO VFX-141-LABEL.
       MOVE VFX-141-AN-RECOG      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       MOVE "CLOSING BALANCE"     TO VFX-141-LABEL.
       MOVE VFX-141-AN-CLOSE      TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
       COMPUTE VFX-141-PROOF =
           VFX-141-AN-OPEN + VFX-141-AN-BILLED - VFX-141-AN-REFUNDED
               - VFX-141-AN-RECOG - VFX-141-AN-CLOSE.
       MOVE "ROLL-FORWARD DIFFERENCE" TO VFX-141-LABEL.
       MOVE VFX-141-PROOF         TO VFX-141-AMT.
       PERFORM 410-PRINT-LINE.
      ******************************************************************
       410-PRINT-LINE.
       MOVE SPACES TO DR-RPT-LINE.
       MOVE VFX-141-AMT TO VFX-141-AMT-ED.
       MOVE VFX-141-LABEL TO DR-RPT-LINE(3:30).
       MOVE VFX-141-AMT-ED TO DR-RPT-LINE(35:15).
       WRITE DR-RPT-LINE.
      ******************************************************************
      *500-WRITE-ENTRIES books the month's movement in debit/credit
      *pairs, so the file balances by construction. The sale was
      *booked to cash when the card or certificate was sold; the
      *issue entry moves it into the deferred account, and the
      *draw, escheat and breakage entries move it back out.
       500-WRITE-ENTRIES.
       OPEN OUTPUT VFX-DEFGL-FILE.
       MOVE "CASH" TO VFX-141-DR-TYPE.
       MOVE "GCDF" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GC-ISSUED TO VFX-141-GL-AMT.
       MOVE "GIFT CARDS ISSUED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "GCDF" TO VFX-141-DR-TYPE.
       MOVE "CASH" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GC-DRAWN TO VFX-141-GL-AMT.
       MOVE "GIFT CARDS REDEEMED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "GCDF" TO VFX-141-DR-TYPE.
       MOVE "CASH" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GC-ESCHEAT TO VFX-141-GL-AMT.
       MOVE "GIFT CARDS ESCHEATED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "GCDF" TO VFX-141-DR-TYPE.
       MOVE "BRKG" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GC-BREAKAGE TO VFX-141-GL-AMT.
       MOVE "GIFT CARD BREAKAGE" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "CASH" TO VFX-141-DR-TYPE.
       MOVE "GSDF" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GS-ISSUED TO VFX-141-GL-AMT.
       MOVE "GIFT SUBSCRIPTIONS ISSUED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "GSDF" TO VFX-141-DR-TYPE.
       MOVE "SUBS" TO VFX-141-CR-TYPE.
       MOVE VFX-141-GS-RECOG TO VFX-141-GL-AMT.
       MOVE "GIFT SUBSCRIPTIONS EARNED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
      *The GL posting took an annual charge to subscription fees
      *the month it was paid; it comes back out into the deferred
      *account and is earned back a month at a time.
       MOVE "SUBS" TO VFX-141-DR-TYPE.
       MOVE "SUBD" TO VFX-141-CR-TYPE.
       MOVE VFX-141-AN-BILLED TO VFX-141-GL-AMT.
       MOVE "ANNUAL PLANS BILLED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "SUBD" TO VFX-141-DR-TYPE.
       MOVE "SUBS" TO VFX-141-CR-TYPE.
       MOVE VFX-141-AN-RECOG TO VFX-141-GL-AMT.
       MOVE "ANNUAL PLANS EARNED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       MOVE "SUBD" TO VFX-141-DR-TYPE.
       MOVE "CASH" TO VFX-141-CR-TYPE.
       MOVE VFX-141-AN-REFUNDED TO VFX-141-GL-AMT.
       MOVE "ANNUAL PLANS REFUNDED" TO VFX-141-GL-DESC.
       PERFORM 510-WRITE-PAIR.
       CLOSE VFX-DEFGL-FILE.
      ******************************************************************
      *510-WRITE-PAIR writes one entry as a debit and a credit line.
      *A negative month (a reversal) swaps the sides.
       510-WRITE-PAIR.
       IF VFX-141-GL-AMT NOT = ZERO
           PERFORM 520-WRITE-LINES
       END-IF.
      ******************************************************************
       520-WRITE-LINES.
       IF VFX-141-GL-AMT < ZERO
           MOVE VFX-141-DR-TYPE TO GLMAP-TYPE-TXT
           MOVE VFX-141-CR-TYPE TO VFX-141-DR-TYPE
           MOVE GLMAP-TYPE-TXT  TO VFX-141-CR-TYPE
           COMPUTE VFX-141-GL-AMT = 0 - VFX-141-GL-AMT
       END-IF.
       MOVE VFX-141-DR-TYPE TO GLMAP-TYPE-TXT.
       MOVE SPACES TO GLMAP-KEY-TXT.
       PERFORM 060-FIND-ACCT.
       MOVE VFX-141-CYCLE  TO DEFGL-CYCLE.
       MOVE VFX-77-ACCT    TO DEFGL-ACCT.
       MOVE "DR"           TO DEFGL-DRCR.
       MOVE VFX-141-GL-AMT TO DEFGL-AMOUNT.
       MOVE VFX-141-GL-DESC TO DEFGL-DESC.
       WRITE DEFGL-REC.
       MOVE VFX-141-CR-TYPE TO GLMAP-TYPE-TXT.
       MOVE SPACES TO GLMAP-KEY-TXT.
       PERFORM 060-FIND-ACCT.
       MOVE VFX-77-ACCT    TO DEFGL-ACCT.
       MOVE "CR"           TO DEFGL-DRCR.
       WRITE DEFGL-REC.
       ADD 2 TO VFX-141-GL-COUNT.
