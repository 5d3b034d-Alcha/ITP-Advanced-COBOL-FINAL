      ******************************************************************
      *PROGRAM:  Title Profitability Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Monthly contribution of every title sold, refunded
      *          or charged back in the month asked for, and of each
      *          genre. Starts from gross sales at the catalog price
      *          and takes off the promotion discount, the gift card
      *          credit and points value we fund ourselves, the
      *          month's refunds, disputes lost, the studio's royalty
      *          share and the merchant fee on the card settlement.
      *          Sales tax is collected for the state and never
      *          enters the figures. Titles and genres are printed
      *          worst contribution first.
      ******************************************************************
       PROGRAM-ID. G3-VFX-203-TITLE-PROF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-STUDIO.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-PANLOG.
       COPY SELECT-MER.
       COPY SELECT-VFX-MERFEE.
       COPY SELECT-VFX-TPR-RPT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-RFND.
       COPY FD-VFX-DISP.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-STUDIO.
       COPY FD-VFX-GC.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-PANLOG.
       COPY FD-MER.
       COPY FD-VFX-MERFEE.
       COPY FD-VFX-TPR-RPT.
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
       MOVE 'G3-VFX-203-TITLE-PROF' TO VFX-M-PROG.
       DISPLAY "REPORT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-203-MONTH.
       IF VFX-203-MONTH = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-203-MONTH
       END-IF.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-RFND-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN INPUT VFX-STUDIO-FILE.
       OPEN INPUT VFX-GC-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN EXTEND VFX-PANLOG-FILE.
       OPEN INPUT MER-FILE.
       OPEN INPUT VFX-MERFEE-FILE.
       OPEN OUTPUT VFX-TPR-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-203-MER-ID.
       PERFORM 100-WALK-SALES.
       PERFORM 200-WALK-REFUNDS.
       PERFORM 300-WALK-DISPUTES.
       PERFORM 400-FINISH-TITLES.
       PERFORM 500-RANK.
       PERFORM 600-PRINT-REPORT.
       DISPLAY "G3-VFX-203-TITLE-PROF: " VFX-203-TITLE-COUNT
               " TITLES, " VFX-203-PUR-COUNT " SALES, "
               VFX-203-RFND-COUNT " REFUNDS, " VFX-203-DISP-COUNT
               " DISPUTES LOST".
       IF VFX-203-UNTRACED-COUNT NOT = ZERO
           DISPLAY "WARNING: " VFX-203-UNTRACED-COUNT
                   " PURCHASES DID NOT TRACE TO A MERCHANT "
                   "AND CARRY NO FEE"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       MOVE "END"               TO JOB-LOG-EVENT.
       MOVE VFX-203-TITLE-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"          TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VFX-DISP-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-STUDIO-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE VFX-PANLOG-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-MERFEE-FILE.
       CLOSE VFX-TPR-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXTITLEPROF.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-WALK-SALES takes every purchase dated in the month. The
      *master is in member order, which keeps one member's purchases
      *together for the merchant trace.
       100-WALK-SALES.
       MOVE 'N' TO VFX-203-EOF-FLAG.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-203-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-203-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-203-EOF-FLAG
               NOT AT END
                   IF PUR-DATE(1:6) = VFX-203-MONTH
                       PERFORM 110-ADD-SALE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *110-ADD-SALE books one purchase against its title. Gross is
      *the catalog price the title sold at and the promotion took
      *the difference down to what the member paid; a rental was
      *never offered at the catalog price, so its gross is the rental
      *charge. The studio's share is figured on the price paid, the
      *same base G3-VFX-105-ROYALTY pays on.
       110-ADD-SALE.
       MOVE PUR-VML-ID TO VFX-203-VML-ID.
       PERFORM 150-FIND-TITLE.
       IF VFX-203-TX = ZERO
           ADD 1 TO VFX-203-DROP-COUNT
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-203-PUR-COUNT.
       ADD 1 TO VFX-203-T-UNITS(VFX-203-TX).
       MOVE ZERO TO VFX-203-DISC.
       IF NOT PUR-TYPE-RENTAL AND PUR-PRICE > PUR-NET-PRICE
           COMPUTE VFX-203-DISC = PUR-PRICE - PUR-NET-PRICE
       END-IF.
       COMPUTE VFX-203-T-GROSS(VFX-203-TX) =
           VFX-203-T-GROSS(VFX-203-TX) + PUR-NET-PRICE + VFX-203-DISC.
       ADD VFX-203-DISC  TO VFX-203-T-PROMO(VFX-203-TX).
       ADD PUR-NET-PRICE TO VFX-203-T-ROY-BASE(VFX-203-TX).
       IF PUR-CREDIT-APPLIED > ZERO
           PERFORM 120-CHECK-FUNDED
           IF VFX-203-FUNDED
               ADD PUR-CREDIT-APPLIED TO VFX-203-T-FUNDED(VFX-203-TX)
           END-IF
       END-IF.
       PERFORM 130-MERCHANT-FEE.
      ******************************************************************
      *120-CHECK-FUNDED says whether the credit on the purchase in
      *PUR-REC was our own money. Rewards points are, and so is a
      *credit issued to a named member - goodwill, price protection,
      *referral. A bearer gift card was paid for in cash when it was
      *sold, so spending it costs us nothing here.
       120-CHECK-FUNDED.
       MOVE 'N' TO VFX-203-FUNDED-FLAG.
       IF PUR-GC-NBR = "*POINTS*"
           MOVE 'Y' TO VFX-203-FUNDED-FLAG
           EXIT PARAGRAPH
       END-IF.
       IF PUR-GC-NBR = SPACES OR PUR-GC-NBR = LOW-VALUES
           EXIT PARAGRAPH
       END-IF.
       MOVE PUR-GC-NBR TO GC-CARD-NBR.
       READ VFX-GC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF GC-MBR-ID NOT = ZERO
                   MOVE 'Y' TO VFX-203-FUNDED-FLAG
               END-IF
       END-READ.
      ******************************************************************
      *130-MERCHANT-FEE charges the purchase its share of the fee at
      *the rate in effect on the purchase date. A sale refunded the
      *same day never settles and never pays a fee, as in
      *G3-VFX-47-SETTLE.
       130-MERCHANT-FEE.
       MOVE 'N' TO VFX-203-SAME-DAY-FLAG.
       IF PUR-REFUNDED
           MOVE PUR-KEY TO RFND-KEY
           READ VFX-RFND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RFND-DATE = PUR-DATE
                       MOVE 'Y' TO VFX-203-SAME-DAY-FLAG
                   END-IF
           END-READ
       END-IF.
       IF VFX-203-SAME-DAY-REFUND
           EXIT PARAGRAPH
       END-IF.
       IF PUR-MBR-ID NOT = VFX-203-LAST-MBR
           PERFORM 140-TRACE-MERCHANT
       END-IF.
       IF VFX-203-MER-ID = SPACES
           ADD 1 TO VFX-203-UNTRACED-COUNT
           EXIT PARAGRAPH
       END-IF.
       PERFORM 145-FIND-FEE-SCHED.
       COMPUTE VFX-203-AMT ROUNDED =
           PUR-NET-PRICE * VFX-203-FEE-PCT / 100 + VFX-203-FEE-ITEM.
       ADD VFX-203-AMT TO VFX-203-T-FEES(VFX-203-TX).
      ******************************************************************
      *140-TRACE-MERCHANT finds the merchant/issuer account for the
      *member's secured card the way G3-VFX-47-SETTLE does - last 10
      *digits of the card against MER-ACCT - with the decrypt logged.
      *No trace leaves VFX-203-MER-ID spaces.
       140-TRACE-MERCHANT.
       MOVE PUR-MBR-ID TO VFX-203-LAST-MBR.
       MOVE SPACES TO VFX-203-MER-ID.
       MOVE PUR-MBR-ID TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CC-SEC-MBR-ID  TO VFX-PAN-MBR-ID
               MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
               MOVE CC-SEC-CC-FULL TO VFX-PAN-CIPHER
               PERFORM 964-PAN-DECRYPT
               MOVE VFX-PAN-CLEAR(7:10) TO MER-ACCT
               READ MER-FILE KEY IS MER-ACCT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MER-ID TO VFX-203-MER-ID
               END-READ
       END-READ.
      ******************************************************************
      *145-FIND-FEE-SCHED keeps the merchant's last schedule row
      *dated on or before the purchase date. No row, no fee.
       145-FIND-FEE-SCHED.
       MOVE ZERO TO VFX-203-FEE-PCT.
       MOVE ZERO TO VFX-203-FEE-ITEM.
       MOVE 'N' TO VFX-203-FEE-EOF-FLAG.
       MOVE VFX-203-MER-ID TO MERFEE-MER-ID.
       MOVE LOW-VALUES TO MERFEE-EFF-DATE.
       START VFX-MERFEE-FILE KEY IS NOT LESS THAN MERFEE-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-203-FEE-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-203-FEE-EOF
           READ VFX-MERFEE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-203-FEE-EOF-FLAG
               NOT AT END
                   IF MERFEE-MER-ID NOT = VFX-203-MER-ID
                       MOVE 'Y' TO VFX-203-FEE-EOF-FLAG
                   ELSE
                       IF MERFEE-EFF-DATE NOT > PUR-DATE
                           MOVE MERFEE-PCT TO VFX-203-FEE-PCT
                           MOVE MERFEE-ITEM-FEE TO VFX-203-FEE-ITEM
                       ELSE
                           MOVE 'Y' TO VFX-203-FEE-EOF-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *150-FIND-TITLE leaves the table row for VFX-203-VML-ID in
      *VFX-203-TX, adding it with the catalog title, genre and the
      *studio's royalty rate the first time the title turns up. A
      *title with no studio on the catalog pays no royalty. Zero
      *back means the table is full.
       150-FIND-TITLE.
       MOVE ZERO TO VFX-203-TX.
       PERFORM VARYING VFX-203-I FROM 1 BY 1
               UNTIL VFX-203-I > VFX-203-TITLE-COUNT
           IF VFX-203-T-VML-ID(VFX-203-I) = VFX-203-VML-ID
               MOVE VFX-203-I TO VFX-203-TX
               MOVE VFX-203-TITLE-COUNT TO VFX-203-I
           END-IF
       END-PERFORM.
       IF VFX-203-TX NOT = ZERO OR VFX-203-TITLE-COUNT NOT < 500
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-203-TITLE-COUNT.
       MOVE VFX-203-TITLE-COUNT TO VFX-203-TX.
       INITIALIZE VFX-203-T-ROW(VFX-203-TX).
       MOVE VFX-203-VML-ID TO VFX-203-T-VML-ID(VFX-203-TX).
       MOVE VFX-203-VML-ID TO VML-MST-ID-KEY.
       READ VML-MST-FILE KEY IS VML-MST-ID-KEY
           INVALID KEY
               MOVE "NOT ON THE CATALOG" TO VFX-203-T-TITLE(VFX-203-TX)
               MOVE "UNKNOWN"            TO VFX-203-T-GENRE(VFX-203-TX)
           NOT INVALID KEY
               MOVE VML-MST-TITLE-KEY TO VFX-203-T-TITLE(VFX-203-TX)
               MOVE VML-MST-GENRE     TO VFX-203-T-GENRE(VFX-203-TX)
               IF VML-MST-STUDIO-ID NOT = SPACES
                   MOVE VML-MST-STUDIO-ID TO STUDIO-ID
                   READ VFX-STUDIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STUDIO-ROYALTY-PCT
                               TO VFX-203-T-ROY-PCT(VFX-203-TX)
                   END-READ
               END-IF
       END-READ.
      ******************************************************************
      *200-WALK-REFUNDS backs the month's refunds out by their own
      *date, the same one-event-one-booking rule G3-VFX-105-ROYALTY
      *and the GL follow. The refund comes off at the price paid -
      *cash less the tax part, plus any credit put back. A prepaid
      *year refunded on a cancel is no title's and is passed over.
       200-WALK-REFUNDS.
       MOVE 'N' TO VFX-203-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
       START VFX-RFND-FILE KEY IS NOT LESS THAN RFND-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-203-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-203-EOF
           READ VFX-RFND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-203-EOF-FLAG
               NOT AT END
                   IF RFND-DATE(1:6) = VFX-203-MONTH
                           AND NOT RFND-PLAN-REFUND
                       PERFORM 210-ADD-REFUND
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-ADD-REFUND also takes a restored credit we funded back off
      *the funded figure - the member has it to spend again, and the
      *refund line already carries it.
       210-ADD-REFUND.
       MOVE RFND-VML-ID TO VFX-203-VML-ID.
       PERFORM 150-FIND-TITLE.
       IF VFX-203-TX = ZERO
           ADD 1 TO VFX-203-DROP-COUNT
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-203-RFND-COUNT.
       COMPUTE VFX-203-AMT =
           RFND-AMOUNT - RFND-TAX-PART + RFND-CREDIT-RESTORED.
       ADD VFX-203-AMT      TO VFX-203-T-REFUND(VFX-203-TX).
       SUBTRACT VFX-203-AMT FROM VFX-203-T-ROY-BASE(VFX-203-TX).
       IF RFND-CREDIT-RESTORED > ZERO
           MOVE RFND-KEY TO PUR-KEY
           READ VFX-PUR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 120-CHECK-FUNDED
                   IF VFX-203-FUNDED
                       SUBTRACT RFND-CREDIT-RESTORED
                           FROM VFX-203-T-FUNDED(VFX-203-TX)
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      *300-WALK-DISPUTES takes the disputes lost in the month. The
      *chargeback includes the tax the member paid; the tax went to
      *the state and comes back off so only the sale is counted.
       300-WALK-DISPUTES.
       MOVE 'N' TO VFX-203-EOF-FLAG.
       MOVE LOW-VALUES TO DISP-KEY.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-203-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-203-EOF
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-203-EOF-FLAG
               NOT AT END
                   IF DISP-LOST
                           AND DISP-RESOLVE-DATE(1:6) = VFX-203-MONTH
                       PERFORM 310-ADD-DISPUTE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ADD-DISPUTE.
       MOVE DISP-VML-ID TO VFX-203-VML-ID.
       PERFORM 150-FIND-TITLE.
       IF VFX-203-TX = ZERO
           ADD 1 TO VFX-203-DROP-COUNT
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-203-DISP-COUNT.
       MOVE DISP-AMOUNT TO VFX-203-AMT.
       MOVE DISP-KEY TO PUR-KEY.
       READ VFX-PUR-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PUR-TAX-AMT < VFX-203-AMT
                   SUBTRACT PUR-TAX-AMT FROM VFX-203-AMT
               END-IF
       END-READ.
       ADD VFX-203-AMT TO VFX-203-T-LOST(VFX-203-TX).
      ******************************************************************
      *400-FINISH-TITLES figures each title's royalty and
      *contribution, and rolls the title into its genre and the
      *report totals. A month whose refunds outrun its sales claws
      *the royalty back, as G3-VFX-105-ROYALTY does.
       400-FINISH-TITLES.
       PERFORM VARYING VFX-203-TX FROM 1 BY 1
               UNTIL VFX-203-TX > VFX-203-TITLE-COUNT
           COMPUTE VFX-203-T-ROYALTY(VFX-203-TX) ROUNDED =
               VFX-203-T-ROY-BASE(VFX-203-TX)
                   * VFX-203-T-ROY-PCT(VFX-203-TX) / 100
           COMPUTE VFX-203-T-CONTRIB(VFX-203-TX) =
               VFX-203-T-GROSS(VFX-203-TX)
                   - VFX-203-T-PROMO(VFX-203-TX)
                   - VFX-203-T-FUNDED(VFX-203-TX)
                   - VFX-203-T-REFUND(VFX-203-TX)
                   - VFX-203-T-LOST(VFX-203-TX)
                   - VFX-203-T-ROYALTY(VFX-203-TX)
                   - VFX-203-T-FEES(VFX-203-TX)
           PERFORM 410-ADD-TO-GENRE
           ADD VFX-203-T-UNITS(VFX-203-TX)   TO VFX-203-TOT-UNITS
           ADD VFX-203-T-GROSS(VFX-203-TX)   TO VFX-203-TOT-GROSS
           ADD VFX-203-T-PROMO(VFX-203-TX)   TO VFX-203-TOT-PROMO
           ADD VFX-203-T-FUNDED(VFX-203-TX)  TO VFX-203-TOT-FUNDED
           ADD VFX-203-T-REFUND(VFX-203-TX)  TO VFX-203-TOT-REFUND
           ADD VFX-203-T-LOST(VFX-203-TX)    TO VFX-203-TOT-LOST
           ADD VFX-203-T-ROYALTY(VFX-203-TX) TO VFX-203-TOT-ROYALTY
           ADD VFX-203-T-FEES(VFX-203-TX)    TO VFX-203-TOT-FEES
           ADD VFX-203-T-CONTRIB(VFX-203-TX) TO VFX-203-TOT-CONTRIB
       END-PERFORM.
      ******************************************************************
       410-ADD-TO-GENRE.
       MOVE VFX-203-T-GENRE(VFX-203-TX) TO VFX-203-GENRE.
       MOVE ZERO TO VFX-203-GX.
       PERFORM VARYING VFX-203-I FROM 1 BY 1
               UNTIL VFX-203-I > VFX-203-GENRE-COUNT
           IF VFX-203-G-GENRE(VFX-203-I) = VFX-203-GENRE
               MOVE VFX-203-I TO VFX-203-GX
               MOVE VFX-203-GENRE-COUNT TO VFX-203-I
           END-IF
       END-PERFORM.
       IF VFX-203-GX = ZERO
           IF VFX-203-GENRE-COUNT < 60
               ADD 1 TO VFX-203-GENRE-COUNT
               MOVE VFX-203-GENRE-COUNT TO VFX-203-GX
               INITIALIZE VFX-203-G-ROW(VFX-203-GX)
               MOVE VFX-203-GENRE TO VFX-203-G-GENRE(VFX-203-GX)
           ELSE
               DISPLAY "WARNING: MORE THAN 60 GENRES, "
                       VFX-203-GENRE " LEFT OFF THE GENRE LINES"
               EXIT PARAGRAPH
           END-IF
       END-IF.
       ADD VFX-203-T-UNITS(VFX-203-TX)   TO VFX-203-G-UNITS(VFX-203-GX).
       ADD VFX-203-T-GROSS(VFX-203-TX)   TO VFX-203-G-GROSS(VFX-203-GX).
       ADD VFX-203-T-PROMO(VFX-203-TX)   TO VFX-203-G-PROMO(VFX-203-GX).
       ADD VFX-203-T-FUNDED(VFX-203-TX)
           TO VFX-203-G-FUNDED(VFX-203-GX).
       ADD VFX-203-T-REFUND(VFX-203-TX)
           TO VFX-203-G-REFUND(VFX-203-GX).
       ADD VFX-203-T-LOST(VFX-203-TX)    TO VFX-203-G-LOST(VFX-203-GX).
       ADD VFX-203-T-ROYALTY(VFX-203-TX)
           TO VFX-203-G-ROYALTY(VFX-203-GX).
       ADD VFX-203-T-FEES(VFX-203-TX)    TO VFX-203-G-FEES(VFX-203-GX).
       ADD VFX-203-T-CONTRIB(VFX-203-TX)
           TO VFX-203-G-CONTRIB(VFX-203-GX).
      ******************************************************************
      *500-RANK orders the titles and the genres by contribution,
      *lowest first, with the same plain-table bubble sort
      *G3-VFX-13-BEST-SELL uses.
       500-RANK.
       PERFORM VARYING VFX-203-I FROM 1 BY 1
               UNTIL VFX-203-I >= VFX-203-TITLE-COUNT
           PERFORM VARYING VFX-203-J FROM 1 BY 1
                   UNTIL VFX-203-J > VFX-203-TITLE-COUNT - VFX-203-I
               COMPUTE VFX-203-JP1 = VFX-203-J + 1
               IF VFX-203-T-CONTRIB(VFX-203-J)
                       > VFX-203-T-CONTRIB(VFX-203-JP1)
                   MOVE VFX-203-T-ROW(VFX-203-J)   TO VFX-203-T-TEMP
                   MOVE VFX-203-T-ROW(VFX-203-JP1) TO
                       VFX-203-T-ROW(VFX-203-J)
                   MOVE VFX-203-T-TEMP             TO
                       VFX-203-T-ROW(VFX-203-JP1)
               END-IF
           END-PERFORM
       END-PERFORM.
       PERFORM VARYING VFX-203-I FROM 1 BY 1
               UNTIL VFX-203-I >= VFX-203-GENRE-COUNT
           PERFORM VARYING VFX-203-J FROM 1 BY 1
                   UNTIL VFX-203-J > VFX-203-GENRE-COUNT - VFX-203-I
               COMPUTE VFX-203-JP1 = VFX-203-J + 1
               IF VFX-203-G-CONTRIB(VFX-203-J)
                       > VFX-203-G-CONTRIB(VFX-203-JP1)
                   MOVE VFX-203-G-ROW(VFX-203-J)   TO VFX-203-G-TEMP
                   MOVE VFX-203-G-ROW(VFX-203-JP1) TO
                       VFX-203-G-ROW(VFX-203-J)
                   MOVE VFX-203-G-TEMP             TO
                       VFX-203-G-ROW(VFX-203-JP1)
               END-IF
           END-PERFORM
       END-PERFORM.
      ******************************************************************
       600-PRINT-REPORT.
       MOVE SPACES TO TPR-RPT-LINE.
       STRING "VUFLIX TITLE PROFITABILITY FOR MONTH " DELIMITED BY SIZE
           VFX-203-MONTH DELIMITED BY SIZE
           INTO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE SPACES TO TPR-RPT-LINE.
       STRING "CONTRIBUTION IS GROSS LESS PROMOTIONS, CREDITS AND "
               DELIMITED BY SIZE
           "POINTS WE FUND, REFUNDS, DISPUTES LOST, STUDIO "
               DELIMITED BY SIZE
           "ROYALTY AND MERCHANT FEES" DELIMITED BY SIZE
           INTO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE "ALL FIGURES EXCLUDE SALES TAX" TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE SPACES TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE "TITLES, WORST CONTRIBUTION FIRST" TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE VFX-203-HDR-LINE TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       PERFORM VARYING VFX-203-TX FROM 1 BY 1
               UNTIL VFX-203-TX > VFX-203-TITLE-COUNT
           PERFORM 610-PRINT-TITLE
       END-PERFORM.
       MOVE SPACES TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE "GENRES, WORST CONTRIBUTION FIRST" TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       MOVE VFX-203-HDR-LINE TO TPR-RPT-LINE.
       MOVE SPACES  TO TPR-RPT-LINE(1:8).
       MOVE "GENRE" TO TPR-RPT-LINE(10:5).
       WRITE TPR-RPT-LINE.
       PERFORM VARYING VFX-203-GX FROM 1 BY 1
               UNTIL VFX-203-GX > VFX-203-GENRE-COUNT
           PERFORM 620-PRINT-GENRE
       END-PERFORM.
       MOVE SPACES TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       PERFORM 630-PRINT-TOTALS.
      ******************************************************************
       610-PRINT-TITLE.
       MOVE VFX-203-T-VML-ID(VFX-203-TX)  TO VFX-203-D-ID.
       MOVE VFX-203-T-TITLE(VFX-203-TX)   TO VFX-203-D-TITLE.
       MOVE VFX-203-T-UNITS(VFX-203-TX)   TO VFX-203-D-UNITS.
       MOVE VFX-203-T-GROSS(VFX-203-TX)   TO VFX-203-D-GROSS.
       MOVE VFX-203-T-PROMO(VFX-203-TX)   TO VFX-203-D-PROMO.
       MOVE VFX-203-T-FUNDED(VFX-203-TX)  TO VFX-203-D-FUNDED.
       MOVE VFX-203-T-REFUND(VFX-203-TX)  TO VFX-203-D-REFUND.
       MOVE VFX-203-T-LOST(VFX-203-TX)    TO VFX-203-D-LOST.
       MOVE VFX-203-T-ROYALTY(VFX-203-TX) TO VFX-203-D-ROYALTY.
       MOVE VFX-203-T-FEES(VFX-203-TX)    TO VFX-203-D-FEES.
       MOVE VFX-203-T-CONTRIB(VFX-203-TX) TO VFX-203-D-CONTRIB.
       MOVE VFX-203-DET-LINE TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
      ******************************************************************
       620-PRINT-GENRE.
       MOVE SPACES                        TO VFX-203-D-ID.
       MOVE VFX-203-G-GENRE(VFX-203-GX)   TO VFX-203-D-TITLE.
       MOVE VFX-203-G-UNITS(VFX-203-GX)   TO VFX-203-D-UNITS.
       MOVE VFX-203-G-GROSS(VFX-203-GX)   TO VFX-203-D-GROSS.
       MOVE VFX-203-G-PROMO(VFX-203-GX)   TO VFX-203-D-PROMO.
       MOVE VFX-203-G-FUNDED(VFX-203-GX)  TO VFX-203-D-FUNDED.
       MOVE VFX-203-G-REFUND(VFX-203-GX)  TO VFX-203-D-REFUND.
       MOVE VFX-203-G-LOST(VFX-203-GX)    TO VFX-203-D-LOST.
       MOVE VFX-203-G-ROYALTY(VFX-203-GX) TO VFX-203-D-ROYALTY.
       MOVE VFX-203-G-FEES(VFX-203-GX)    TO VFX-203-D-FEES.
       MOVE VFX-203-G-CONTRIB(VFX-203-GX) TO VFX-203-D-CONTRIB.
       MOVE VFX-203-DET-LINE TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
      ******************************************************************
       630-PRINT-TOTALS.
       MOVE "TOTAL"             TO VFX-203-D-ID.
       MOVE SPACES              TO VFX-203-D-TITLE.
       MOVE VFX-203-TOT-UNITS   TO VFX-203-D-UNITS.
       MOVE VFX-203-TOT-GROSS   TO VFX-203-D-GROSS.
       MOVE VFX-203-TOT-PROMO   TO VFX-203-D-PROMO.
       MOVE VFX-203-TOT-FUNDED  TO VFX-203-D-FUNDED.
       MOVE VFX-203-TOT-REFUND  TO VFX-203-D-REFUND.
       MOVE VFX-203-TOT-LOST    TO VFX-203-D-LOST.
       MOVE VFX-203-TOT-ROYALTY TO VFX-203-D-ROYALTY.
       MOVE VFX-203-TOT-FEES    TO VFX-203-D-FEES.
       MOVE VFX-203-TOT-CONTRIB TO VFX-203-D-CONTRIB.
       MOVE VFX-203-DET-LINE TO TPR-RPT-LINE.
       WRITE TPR-RPT-LINE.
       IF VFX-203-UNTRACED-COUNT NOT = ZERO
           MOVE SPACES TO TPR-RPT-LINE
           STRING "SALES WITH NO MERCHANT TRACE, NO FEE TAKEN: "
                   DELIMITED BY SIZE
               VFX-203-UNTRACED-COUNT DELIMITED BY SIZE
               INTO TPR-RPT-LINE
           WRITE TPR-RPT-LINE
       END-IF.
       IF VFX-203-DROP-COUNT NOT = ZERO
           MOVE SPACES TO TPR-RPT-LINE
           STRING "ITEMS LEFT OFF, MORE THAN 500 TITLES: "
                   DELIMITED BY SIZE
               VFX-203-DROP-COUNT DELIMITED BY SIZE
               INTO TPR-RPT-LINE
           WRITE TPR-RPT-LINE
       END-IF.
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
