      *          subscription fees credited, chargeback cases off
      *          the dispute file booked as their own stream, with
      *          the cash/clearing account carrying the balancing
      *          side. Sales tax collected and refunded goes to the
      *          tax payable account, and the studio royalties the
      *          statement run computed and the payables run paid
      *          are booked off VFX-ROYPAY-FILE. Accounts come
      *          from the GLMAP.TXT mapping table. An out-of-balance
      *          batch refuses to write the posting file at all -
      *          that is the whole point.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-SETHIST.
       COPY SELECT-VFX-ROYPAY.
       COPY SELECT-VFX-PERIOD.
       COPY SELECT-VFX-GL.
       COPY SELECT-JOB-LOG.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-DISP.
       COPY FD-VFX-SETHIST.
       COPY FD-VFX-ROYPAY.
       COPY FD-VFX-PERIOD.
       COPY FD-VFX-GL.
       COPY FD-JOB-LOG.
       OPEN INPUT VFX-BILL-HIST-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN INPUT VFX-SETHIST-FILE.
       OPEN INPUT VFX-ROYPAY-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       PERFORM 300-SUMMARIZE-SUBS.
       PERFORM 350-SUMMARIZE-DISPUTES.
       PERFORM 360-SUMMARIZE-FEES.
       PERFORM 370-SUMMARIZE-ROYALTIES.
       PERFORM 400-BUILD-ENTRIES.
       PERFORM 500-BALANCE-AND-WRITE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-DISP-FILE.
       CLOSE VFX-SETHIST-FILE.
       CLOSE VFX-ROYPAY-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      ******************************************************************
      *A rental is its own revenue stream - it never enters the
      *genre sales rollup or the discount math, it just accumulates
      *to the RENT line. The tax charged on top of the price is
      *owed to the state either way.
       110-ADD-SALE.
       ADD PUR-TAX-AMT TO VFX-77-TAX-TOTAL.
       IF PUR-TYPE-RENTAL
           ADD PUR-NET-PRICE TO VFX-77-RENT-TOTAL
           ADD PUR-NET-PRICE TO VFX-77-NET-SALES
      *200-SUMMARIZE-REFUNDS books refunds net of the sales tax
      *carried in RFND-TAX-PART - tax never enters this journal on
      *the revenue side, so refunding it through the refunds account
      *would misstate both refunds and cash by the tax portion. The
      *tax portion comes back out of tax payable instead. A prepaid
      *year refunded on a cancel is left to G3-VFX-141-DEF-REV, which
      *books it against the deferred plan revenue.
       200-SUMMARIZE-REFUNDS.
       MOVE 'N' TO VFX-77-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
                   MOVE 'Y' TO VFX-77-EOF-FLAG
               NOT AT END
                   IF RFND-DATE(1:6) = VFX-77-CYCLE
                           AND NOT RFND-PLAN-REFUND
                       COMPUTE VFX-77-RFND-TOTAL =
                           VFX-77-RFND-TOTAL + RFND-AMOUNT
                               - RFND-TAX-PART
                       ADD RFND-TAX-PART TO VFX-77-TAX-RFND-TOTAL
                   END-IF
           END-READ
       END-PERFORM.
           END-READ
       END-PERFORM.
      ******************************************************************
      *370-SUMMARIZE-ROYALTIES books the royalties the statement run
      *computed for the cycle as earned by the studios, and the
      *payables the ACH run paid during the cycle as settled.
       370-SUMMARIZE-ROYALTIES.
       MOVE 'N' TO VFX-77-EOF-FLAG.
       MOVE LOW-VALUES TO ROYP-KEY.
       START VFX-ROYPAY-FILE KEY IS NOT LESS THAN ROYP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-77-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-77-EOF
           READ VFX-ROYPAY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-77-EOF-FLAG
               NOT AT END
                   IF ROYP-CYCLE = VFX-77-CYCLE
                       ADD ROYP-AMOUNT TO VFX-77-ROY-TOTAL
                   END-IF
                   IF ROYP-PAID
                           AND ROYP-PAY-DATE(1:6) = VFX-77-CYCLE
                       ADD ROYP-AMOUNT TO VFX-77-ROY-PAID-TOTAL
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *400-BUILD-ENTRIES lays the journal out in a table first so
      *the balance check can run before a single line hits the file.
      *Gross revenue = discounts + net receipts, so the entry set
           MOVE "REFUND DISBURSEMENTS"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
       END-IF.
       IF VFX-77-TAX-TOTAL NOT = ZERO
           MOVE "CASH" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "DR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-TAX-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "SALES TAX RECEIPTS"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
           MOVE "TAXP" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "CR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-TAX-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "SALES TAX COLLECTED"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
       END-IF.
       IF VFX-77-TAX-RFND-TOTAL NOT = ZERO
           MOVE "TAXP" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "DR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-TAX-RFND-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "SALES TAX REFUNDED"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
           MOVE "CASH" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "CR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-TAX-RFND-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "SALES TAX REFUND DISBURSEMENTS"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
       END-IF.
       IF VFX-77-ROY-TOTAL NOT = ZERO
           MOVE "ROYX" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "DR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-ROY-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "STUDIO ROYALTY EXPENSE"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
           MOVE "ROYP" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "CR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-ROY-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "STUDIO ROYALTIES PAYABLE"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
       END-IF.
       IF VFX-77-ROY-PAID-TOTAL NOT = ZERO
           MOVE "ROYP" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "DR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-ROY-PAID-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "STUDIO ROYALTIES PAID"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
           MOVE "CASH" TO GLMAP-TYPE-TXT
           MOVE SPACES TO GLMAP-KEY-TXT
           PERFORM 060-FIND-ACCT
           PERFORM 460-ADD-LINE
           MOVE "CR" TO VFX-77-LINE-DRCR(VFX-77-LINE-COUNT)
           MOVE VFX-77-ROY-PAID-TOTAL
               TO VFX-77-LINE-AMT(VFX-77-LINE-COUNT)
           MOVE "STUDIO ROYALTY ACH PAYMENTS"
               TO VFX-77-LINE-DESC(VFX-77-LINE-COUNT)
       END-IF.
      ******************************************************************
       450-ADD-LINE-FOR-GENRE.
       PERFORM 460-ADD-LINE.
