      ******************************************************************
      *PROGRAM:  Month-End Subledger to GL Tie-Out
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Proves the subledgers and the ledger agree for a
      *          cycle. Each subledger's period total is built the
      *          way its own report builds it - sales tax collected
      *          as the remittance report counts it, the royalty
      *          payables the statement run computed, the sold gift
      *          card balances the liability report lists, the
      *          points ledger at its redemption value, the fees
      *          withheld on the settlement history and the billing
      *          deposits on the bank statement - and set against
      *          the lines GLPOST.TXT and GLDEFREV.TXT booked to the
      *          matching account, with the variance. The liability
      *          lines tie the month's movement, taken from the
      *          prior cycle's closing balance on the tie-out file.
      *          Every line is filed on VFX-TIE-FILE, where a
      *          variance waits for a supervisor's explanation
      *          before G3-VFX-99-PER-CLOSE will close the cycle.
      ******************************************************************
       PROGRAM-ID. G3-VFX-225-GL-TIE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-GL.
       COPY SELECT-VFX-DEFGL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-ROYPAY.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-PTS.
       COPY SELECT-VFX-SETHIST.
       COPY SELECT-VFX-RECON.
       COPY SELECT-VFX-PERIOD.
       COPY SELECT-VFX-TIE.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-GL.
       COPY FD-VFX-DEFGL.
       COPY FD-VFX-PUR.
       COPY FD-VFX-ROYPAY.
       COPY FD-VFX-GC.
       COPY FD-VFX-PTS.
       COPY FD-VFX-SETHIST.
       COPY FD-VFX-RECON.
       COPY FD-VFX-PERIOD.
       COPY FD-VFX-TIE.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-225-GL-TIE' TO VFX-M-PROG.
       DISPLAY "ENTER MONTH TO TIE OUT YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-225-CYCLE.
       IF VFX-225-CYCLE = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-225-CYCLE
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VFX-225-TODAY.
      *A closed cycle was closed on the strength of its tie-out;
      *rerunning it would rewrite the rows the close was judged on.
       OPEN INPUT VFX-PERIOD-FILE.
       MOVE 'N' TO VFX-PERIOD-CLOSED-FLAG.
       MOVE VFX-225-CYCLE TO PERIOD-CYCLE.
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
           DISPLAY "CYCLE " VFX-225-CYCLE " IS CLOSED - TIE-OUT "
                   "NOT RERUN"
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
       OPEN INPUT VFX-GLMAP-TXT.
       OPEN INPUT VFX-GLPOST-FILE.
       OPEN INPUT VFX-DEFGL-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-ROYPAY-FILE.
       OPEN INPUT VFX-GC-FILE.
       OPEN INPUT VFX-PTS-FILE.
       OPEN INPUT VFX-SETHIST-FILE.
       OPEN INPUT VFX-RECON-FILE.
       OPEN I-O VFX-TIE-FILE.
       OPEN OUTPUT VFX-TIE-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 050-LOAD-MAP.
       PERFORM 070-INIT-LINES.
       PERFORM 100-SUM-TAX.
       PERFORM 150-SUM-ROYALTIES.
       PERFORM 200-SUM-GIFT-CARDS.
       PERFORM 250-SUM-POINTS.
       PERFORM 300-SUM-FEES.
       PERFORM 350-SUM-DEPOSITS.
       PERFORM 380-OPENING-BALANCES.
       PERFORM 400-SUM-GL.
       PERFORM 500-FILE-LINES.
       PERFORM 600-PRINT-REPORT.
       DISPLAY "TIE-OUT " VFX-225-CYCLE ": " VFX-225-ROW-COUNT
               " LINES, " VFX-225-GL-LINES " GL LINES READ, "
               VFX-225-OPEN-COUNT " VARIANCES UNEXPLAINED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-225-OPEN-COUNT TO JOB-LOG-COUNT.
       IF VFX-225-OPEN-COUNT = ZERO
           MOVE "COMPLETE" TO JOB-LOG-STATUS
       ELSE
           MOVE "VARIANCES OPEN" TO JOB-LOG-STATUS
       END-IF.
       WRITE JOB-LOG-REC.
       CLOSE VFX-GLMAP-TXT.
       CLOSE VFX-GLPOST-FILE.
       CLOSE VFX-DEFGL-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-ROYPAY-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-PTS-FILE.
       CLOSE VFX-SETHIST-FILE.
       CLOSE VFX-RECON-FILE.
       CLOSE VFX-TIE-FILE.
       CLOSE VFX-TIE-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXGLTIERPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *050-LOAD-MAP loads GLMAP.TXT into G3-VFX-77-GL-POST's table so
      *the tie-out looks for each stream on the account the posting
      *runs booked it to.
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
      *060-FIND-ACCT: an unmapped type resolves to the 99999999
      *suspense account, the same as in the posting runs.
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
      *070-INIT-LINES lays out the tie-out lines: the subledger, the
      *GL mapping type it books to and which side of that account
      *carries it. The deposit line shares the cash account with
      *everything else, so only the subscription receipts lines
      *count against it. The line numbers here are the subscripts
      *the summing paragraphs add into.
       070-INIT-LINES.
       MOVE 6 TO VFX-225-ROW-COUNT.
       MOVE "TAX "                     TO VFX-225-R-LINE(1).
       MOVE "SALES TAX COLLECTED"      TO VFX-225-R-LABEL(1).
       MOVE "TAXP"                     TO VFX-225-R-TYPE(1).
       MOVE "NT"                       TO VFX-225-R-SIDE(1).
       MOVE SPACES                     TO VFX-225-R-DESC(1).
       MOVE 'N'                        TO VFX-225-R-BAL-FLAG(1).
       MOVE "ROYL"                     TO VFX-225-R-LINE(2).
       MOVE "STUDIO ROYALTIES"         TO VFX-225-R-LABEL(2).
       MOVE "ROYP"                     TO VFX-225-R-TYPE(2).
       MOVE "CR"                       TO VFX-225-R-SIDE(2).
       MOVE SPACES                     TO VFX-225-R-DESC(2).
       MOVE 'N'                        TO VFX-225-R-BAL-FLAG(2).
       MOVE "GCRD"                     TO VFX-225-R-LINE(3).
       MOVE "GIFT CARD LIABILITY"      TO VFX-225-R-LABEL(3).
       MOVE "GCDF"                     TO VFX-225-R-TYPE(3).
       MOVE "NT"                       TO VFX-225-R-SIDE(3).
       MOVE SPACES                     TO VFX-225-R-DESC(3).
       MOVE 'Y'                        TO VFX-225-R-BAL-FLAG(3).
       MOVE "PTSL"                     TO VFX-225-R-LINE(4).
       MOVE "REWARDS POINTS LIABILITY" TO VFX-225-R-LABEL(4).
       MOVE "PTSL"                     TO VFX-225-R-TYPE(4).
       MOVE "NT"                       TO VFX-225-R-SIDE(4).
       MOVE SPACES                     TO VFX-225-R-DESC(4).
       MOVE 'Y'                        TO VFX-225-R-BAL-FLAG(4).
       MOVE "MFEE"                     TO VFX-225-R-LINE(5).
       MOVE "SETTLEMENT FEES WITHHELD" TO VFX-225-R-LABEL(5).
       MOVE "MFEE"                     TO VFX-225-R-TYPE(5).
       MOVE "CR"                       TO VFX-225-R-SIDE(5).
       MOVE SPACES                     TO VFX-225-R-DESC(5).
       MOVE 'N'                        TO VFX-225-R-BAL-FLAG(5).
       MOVE "BANK"                     TO VFX-225-R-LINE(6).
       MOVE "BANK DEPOSITS - BILLING"  TO VFX-225-R-LABEL(6).
       MOVE "CASH"                     TO VFX-225-R-TYPE(6).
       MOVE "DR"                       TO VFX-225-R-SIDE(6).
       MOVE "SUBSCRIPTION RECEIPTS"    TO VFX-225-R-DESC(6).
       MOVE 'N'                        TO VFX-225-R-BAL-FLAG(6).
       PERFORM VARYING VFX-225-I FROM 1 BY 1
               UNTIL VFX-225-I > VFX-225-ROW-COUNT
           MOVE VFX-225-R-TYPE(VFX-225-I) TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
      *A type with no account on the map would otherwise tie against
      *whatever else fell into suspense.
           IF VFX-77-ACCT = "99999999"
               MOVE SPACES TO VFX-225-R-ACCT(VFX-225-I)
           ELSE
               MOVE VFX-77-ACCT TO VFX-225-R-ACCT(VFX-225-I)
           END-IF
           MOVE 'Y'  TO VFX-225-R-OPEN-FLAG(VFX-225-I)
           MOVE ZERO TO VFX-225-R-OPEN(VFX-225-I)
           MOVE ZERO TO VFX-225-R-CLOSE(VFX-225-I)
           MOVE ZERO TO VFX-225-R-SUB(VFX-225-I)
           MOVE ZERO TO VFX-225-R-GL(VFX-225-I)
           MOVE ZERO TO VFX-225-R-VAR(VFX-225-I)
           MOVE SPACES TO VFX-225-R-EXPL(VFX-225-I)
       END-PERFORM.
      ******************************************************************
      *100-SUM-TAX counts the tax collected the way the remittance
      *report G3-VFX-45-TAX-RPT does: the cycle's taxed purchases,
      *less any since refunded.
       100-SUM-TAX.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   IF PUR-DATE(1:6) = VFX-225-CYCLE
                           AND NOT PUR-REFUNDED
                           AND PUR-TAX-STATE NOT = SPACES
                       ADD PUR-TAX-AMT TO VFX-225-R-SUB(1)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *150-SUM-ROYALTIES totals the cycle's payables as the statement
      *run G3-VFX-105-ROYALTY left them, approved or not.
       150-SUM-ROYALTIES.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE VFX-225-CYCLE TO ROYP-CYCLE.
       MOVE LOW-VALUES TO ROYP-STUDIO-ID.
       START VFX-ROYPAY-FILE KEY IS NOT LESS THAN ROYP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-ROYPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   IF ROYP-CYCLE = VFX-225-CYCLE
                       ADD ROYP-AMOUNT TO VFX-225-R-SUB(2)
                   ELSE
                       MOVE 'Y' TO VFX-225-EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-SUM-GIFT-CARDS takes the outstanding balance the liability
      *report G3-VFX-43-GC-RPT lists, limited to the sold bearer
      *cards - goodwill credits carry a member and were never sold,
      *so the deferred revenue run never books them.
       200-SUM-GIFT-CARDS.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE LOW-VALUES TO GC-CARD-NBR.
       START VFX-GC-FILE KEY IS NOT LESS THAN GC-CARD-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-GC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   IF GC-ACTIVE AND GC-BALANCE > ZERO
                           AND GC-MBR-ID = ZERO
                       ADD GC-BALANCE TO VFX-225-R-CLOSE(3)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *250-SUM-POINTS values the points ledger at what the points
      *are worth at the purchase screen - 100 points to the dollar.
       250-SUM-POINTS.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE LOW-VALUES TO PTS-MBR-ID.
       START VFX-PTS-FILE KEY IS NOT LESS THAN PTS-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-PTS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   ADD PTS-BALANCE TO VFX-225-PTS-TOTAL
           END-READ
       END-PERFORM.
       COMPUTE VFX-225-R-CLOSE(4) = VFX-225-PTS-TOTAL / 100.
      ******************************************************************
      *300-SUM-FEES totals the merchant fees the settlement runs
      *withheld during the cycle, off the retained history.
       300-SUM-FEES.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE LOW-VALUES TO SETH-KEY.
       START VFX-SETHIST-FILE KEY IS NOT LESS THAN SETH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-SETHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   IF SETH-DATE(1:6) = VFX-225-CYCLE
                       ADD SETH-FEE TO VFX-225-R-SUB(5)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *350-SUM-DEPOSITS totals the processor's funding deposits the
      *bank statement shows in the cycle, as loaded onto the bank
      *reconciliation carry file. A deposit the bank posted a day
      *or two into the next month is a timing variance to explain.
       350-SUM-DEPOSITS.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       MOVE LOW-VALUES TO RECON-KEY.
       MOVE 'B' TO RECON-SIDE.
       START VFX-RECON-FILE KEY IS NOT LESS THAN RECON-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-225-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-RECON-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   IF RECON-SIDE NOT = 'B'
                       MOVE 'Y' TO VFX-225-EOF-FLAG
                   ELSE
                       IF RECON-TYPE = 'C'
                               AND RECON-DATE(1:6) = VFX-225-CYCLE
                           ADD RECON-AMOUNT TO VFX-225-R-SUB(6)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *380-OPENING-BALANCES turns the liability lines' closing
      *balances into the month's movement, opening from the prior
      *cycle's tie-out. With no prior tie-out the opening is taken
      *as zero and the report says so.
       380-OPENING-BALANCES.
       MOVE VFX-225-CYCLE TO VFX-225-PRIOR-CYCLE.
       IF VFX-225-PR-MONTH = 1
           MOVE 12 TO VFX-225-PR-MONTH
           SUBTRACT 1 FROM VFX-225-PR-YEAR
       ELSE
           SUBTRACT 1 FROM VFX-225-PR-MONTH
       END-IF.
       PERFORM VARYING VFX-225-I FROM 1 BY 1
               UNTIL VFX-225-I > VFX-225-ROW-COUNT
           IF VFX-225-R-BALANCE(VFX-225-I)
               MOVE VFX-225-PRIOR-CYCLE TO TIE-CYCLE
               MOVE VFX-225-R-LINE(VFX-225-I) TO TIE-LINE
               READ VFX-TIE-FILE
                   INVALID KEY
                       MOVE 'N' TO VFX-225-R-OPEN-FLAG(VFX-225-I)
                   NOT INVALID KEY
                       MOVE TIE-SUB-BAL TO VFX-225-R-OPEN(VFX-225-I)
               END-READ
               COMPUTE VFX-225-R-SUB(VFX-225-I) =
                   VFX-225-R-CLOSE(VFX-225-I)
                       - VFX-225-R-OPEN(VFX-225-I)
           END-IF
       END-PERFORM.
      ******************************************************************
      *400-SUM-GL reads both posting files - the GL posting run's and
      *the deferred revenue run's, which share a layout - taking
      *only lines dated into the cycle.
       400-SUM-GL.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-GLPOST-FILE
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   MOVE GLPOST-CYCLE  TO VFX-225-LINE-CYCLE
                   MOVE GLPOST-ACCT   TO VFX-225-LINE-ACCT
                   MOVE GLPOST-DRCR   TO VFX-225-LINE-DRCR
                   MOVE GLPOST-AMOUNT TO VFX-225-LINE-AMT
                   MOVE GLPOST-DESC   TO VFX-225-LINE-DESC
                   PERFORM 420-APPLY-GL-LINE
           END-READ
       END-PERFORM.
       MOVE 'N' TO VFX-225-EOF-FLAG.
       PERFORM UNTIL VFX-225-EOF
           READ VFX-DEFGL-FILE
               AT END
                   MOVE 'Y' TO VFX-225-EOF-FLAG
               NOT AT END
                   MOVE DEFGL-CYCLE  TO VFX-225-LINE-CYCLE
                   MOVE DEFGL-ACCT   TO VFX-225-LINE-ACCT
                   MOVE DEFGL-DRCR   TO VFX-225-LINE-DRCR
                   MOVE DEFGL-AMOUNT TO VFX-225-LINE-AMT
                   MOVE DEFGL-DESC   TO VFX-225-LINE-DESC
                   PERFORM 420-APPLY-GL-LINE
           END-READ
       END-PERFORM.
      ******************************************************************
      *420-APPLY-GL-LINE adds one journal line to every tie-out line
      *that claims its account (and description, where one is set).
       420-APPLY-GL-LINE.
       IF VFX-225-LINE-CYCLE NOT = VFX-225-CYCLE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-225-GL-LINES.
       PERFORM VARYING VFX-225-I FROM 1 BY 1
               UNTIL VFX-225-I > VFX-225-ROW-COUNT
           IF VFX-225-R-ACCT(VFX-225-I) NOT = SPACES
                   AND VFX-225-R-ACCT(VFX-225-I) = VFX-225-LINE-ACCT
                   AND (VFX-225-R-DESC(VFX-225-I) = SPACES
                       OR VFX-225-R-DESC(VFX-225-I)
                           = VFX-225-LINE-DESC)
               EVALUATE TRUE
                   WHEN VFX-225-R-SIDE(VFX-225-I) = "NT"
                           AND VFX-225-LINE-DRCR = "CR"
                       ADD VFX-225-LINE-AMT
                           TO VFX-225-R-GL(VFX-225-I)
                   WHEN VFX-225-R-SIDE(VFX-225-I) = "NT"
                       SUBTRACT VFX-225-LINE-AMT
                           FROM VFX-225-R-GL(VFX-225-I)
                   WHEN VFX-225-R-SIDE(VFX-225-I)
                           = VFX-225-LINE-DRCR
                       ADD VFX-225-LINE-AMT
                           TO VFX-225-R-GL(VFX-225-I)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
       END-PERFORM.
      ******************************************************************
      *500-FILE-LINES works out each line's variance and files it.
      *An explanation already on file stands only while the
      *variance is the one it explained.
       500-FILE-LINES.
       PERFORM VARYING VFX-225-I FROM 1 BY 1
               UNTIL VFX-225-I > VFX-225-ROW-COUNT
           COMPUTE VFX-225-R-VAR(VFX-225-I) =
               VFX-225-R-SUB(VFX-225-I) - VFX-225-R-GL(VFX-225-I)
           PERFORM 510-FILE-ONE-LINE
       END-PERFORM.
      ******************************************************************
       510-FILE-ONE-LINE.
       MOVE VFX-225-CYCLE TO TIE-CYCLE.
       MOVE VFX-225-R-LINE(VFX-225-I) TO TIE-LINE.
       READ VFX-TIE-FILE
           INVALID KEY
               MOVE 'N' TO VFX-225-R-STATUS(VFX-225-I)
               MOVE SPACES TO TIE-EXPL-TEXT TIE-EXPL-OPER
                              TIE-EXPL-DATE
               SET TIE-UNEXPLAINED TO TRUE
           NOT INVALID KEY
               MOVE 'Y' TO VFX-225-R-STATUS(VFX-225-I)
               IF NOT TIE-EXPLAINED
                       OR TIE-VARIANCE NOT = VFX-225-R-VAR(VFX-225-I)
                   MOVE SPACES TO TIE-EXPL-TEXT TIE-EXPL-OPER
                                  TIE-EXPL-DATE
                   SET TIE-UNEXPLAINED TO TRUE
               END-IF
       END-READ.
       IF VFX-225-R-VAR(VFX-225-I) = ZERO
           MOVE SPACES TO TIE-EXPL-TEXT TIE-EXPL-OPER TIE-EXPL-DATE
           SET TIE-AGREES TO TRUE
       END-IF.
       IF TIE-UNEXPLAINED
           ADD 1 TO VFX-225-OPEN-COUNT
       END-IF.
       MOVE VFX-225-R-LABEL(VFX-225-I) TO TIE-LABEL.
       MOVE VFX-225-R-SUB(VFX-225-I)   TO TIE-SUB-AMT.
       MOVE VFX-225-R-GL(VFX-225-I)    TO TIE-GL-AMT.
       MOVE VFX-225-R-VAR(VFX-225-I)   TO TIE-VARIANCE.
       MOVE VFX-225-R-CLOSE(VFX-225-I) TO TIE-SUB-BAL.
       MOVE VFX-225-TODAY              TO TIE-RUN-DATE.
       MOVE TIE-EXPL-TEXT TO VFX-225-R-EXPL(VFX-225-I).
       IF VFX-225-R-STATUS(VFX-225-I) = 'N'
           WRITE TIE-REC
       ELSE
           REWRITE TIE-REC
       END-IF.
       MOVE TIE-STATUS TO VFX-225-R-STATUS(VFX-225-I).
      ******************************************************************
      *600-PRINT-REPORT prints one line per subledger with the
      *liability lines' balances and any explanation beneath it.
       600-PRINT-REPORT.
       MOVE SPACES TO TIE-RPT-LINE.
       STRING "SUBLEDGER TO GL TIE-OUT FOR " DELIMITED BY SIZE
           VFX-225-CYCLE DELIMITED BY SIZE
           "   RUN " DELIMITED BY SIZE
           VFX-225-TODAY DELIMITED BY SIZE
           INTO TIE-RPT-LINE.
       WRITE TIE-RPT-LINE.
       MOVE SPACES TO TIE-RPT-LINE.
       WRITE TIE-RPT-LINE.
       MOVE SPACES TO TIE-RPT-LINE.
       MOVE "LINE"          TO TIE-RPT-LINE(1:4).
       MOVE "SUBLEDGER"     TO TIE-RPT-LINE(40:9).
       MOVE "GL POSTED"     TO TIE-RPT-LINE(57:9).
       MOVE "VARIANCE"      TO TIE-RPT-LINE(75:8).
       MOVE "STATUS"        TO TIE-RPT-LINE(85:6).
       WRITE TIE-RPT-LINE.
       PERFORM VARYING VFX-225-I FROM 1 BY 1
               UNTIL VFX-225-I > VFX-225-ROW-COUNT
           PERFORM 610-PRINT-ONE-LINE
       END-PERFORM.
       MOVE SPACES TO TIE-RPT-LINE.
       WRITE TIE-RPT-LINE.
       MOVE SPACES TO TIE-RPT-LINE.
       IF VFX-225-OPEN-COUNT = ZERO
           MOVE "EVERY LINE TIES OR IS EXPLAINED" TO TIE-RPT-LINE
       ELSE
           STRING VFX-225-OPEN-COUNT DELIMITED BY SIZE
               " VARIANCES UNEXPLAINED - THE CYCLE CANNOT BE CLOSED "
               DELIMITED BY SIZE
               "UNTIL A SUPERVISOR EXPLAINS THEM" DELIMITED BY SIZE
               INTO TIE-RPT-LINE
       END-IF.
       WRITE TIE-RPT-LINE.
      ******************************************************************
       610-PRINT-ONE-LINE.
       EVALUATE VFX-225-R-STATUS(VFX-225-I)
           WHEN "A" MOVE "TIES"        TO VFX-225-STATUS-TXT
           WHEN "E" MOVE "EXPLAINED"   TO VFX-225-STATUS-TXT
           WHEN OTHER MOVE "UNEXPLAINED" TO VFX-225-STATUS-TXT
       END-EVALUATE.
       MOVE SPACES TO TIE-RPT-LINE.
       MOVE VFX-225-R-LINE(VFX-225-I)  TO TIE-RPT-LINE(1:4).
       MOVE VFX-225-R-LABEL(VFX-225-I) TO TIE-RPT-LINE(7:26).
       MOVE VFX-225-R-SUB(VFX-225-I)   TO VFX-225-AMT-ED.
       MOVE VFX-225-AMT-ED             TO TIE-RPT-LINE(34:15).
       MOVE VFX-225-R-GL(VFX-225-I)    TO VFX-225-AMT-ED.
       MOVE VFX-225-AMT-ED             TO TIE-RPT-LINE(51:15).
       MOVE VFX-225-R-VAR(VFX-225-I)   TO VFX-225-AMT-ED.
       MOVE VFX-225-AMT-ED             TO TIE-RPT-LINE(68:15).
       MOVE VFX-225-STATUS-TXT         TO TIE-RPT-LINE(85:12).
       WRITE TIE-RPT-LINE.
       IF VFX-225-R-ACCT(VFX-225-I) = SPACES
           MOVE SPACES TO TIE-RPT-LINE
           STRING "      NO " DELIMITED BY SIZE
               VFX-225-R-TYPE(VFX-225-I) DELIMITED BY SIZE
               " ACCOUNT ON GLMAP.TXT - NOTHING POSTED TO TIE TO"
               DELIMITED BY SIZE
               INTO TIE-RPT-LINE
           WRITE TIE-RPT-LINE
       END-IF.
       IF VFX-225-R-BALANCE(VFX-225-I)
           MOVE SPACES TO TIE-RPT-LINE
           MOVE "      OPENING" TO TIE-RPT-LINE(1:13)
           MOVE VFX-225-R-OPEN(VFX-225-I)  TO VFX-225-AMT-ED
           MOVE VFX-225-AMT-ED             TO TIE-RPT-LINE(14:15)
           MOVE "  CLOSING" TO TIE-RPT-LINE(29:9)
           MOVE VFX-225-R-CLOSE(VFX-225-I) TO VFX-225-AMT-ED
           MOVE VFX-225-AMT-ED             TO TIE-RPT-LINE(38:15)
           IF VFX-225-R-NO-PRIOR(VFX-225-I)
               MOVE "  NO PRIOR TIE-OUT - OPENING TAKEN AS ZERO"
                   TO TIE-RPT-LINE(53:42)
           END-IF
           WRITE TIE-RPT-LINE
       END-IF.
       IF VFX-225-R-EXPL(VFX-225-I) NOT = SPACES
           MOVE SPACES TO TIE-RPT-LINE
           STRING "      EXPLAINED: " DELIMITED BY SIZE
               VFX-225-R-EXPL(VFX-225-I) DELIMITED BY SIZE
               INTO TIE-RPT-LINE
           WRITE TIE-RPT-LINE
       END-IF.
