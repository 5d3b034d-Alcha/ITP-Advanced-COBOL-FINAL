      *AUTHOR:   Jesse Nicholson
      *DATE:     8/22/2026
      *ABSTRACT: Owns the nightly run order that used to live in one
      *          operator's head: zip build, watch-list load,
      *          merchant build, sanctions rescreen, pause resume,
      *          free trial conversion, annual renewal notices,
      *          billing extract, purchase rollup, card
      *          reconciliation, the rental and license
      *          expiry sweeps, points accrual, price protection, the
      *          device load, the entitlement feed, the receipts,
      *          the cash proof, the journal verify, the service
      *          case aging, the exception work-queue aging, the
      *          corporate gift card issue run and
      *          receivables aging, the marketing CRM change feed,
      *          the account takeover scan and the log rotation.
      *          Each step's completion is verified in JOB-LOG-FILE
      *          before the next dependent step starts (the merchant
      *          build must log COMPLETE before the card recon reads
      *          MER-FILE); a failed step halts the chain; a rerun
      *          the same night skips steps already logged complete.
      ******************************************************************
      *name is its PROGRAM-ID (the merchant build's id carries
      *underscores, a leftover from its original author).
       050-INIT-STEP-TABLE.
       MOVE 28 TO VFX-49-STEP-COUNT.
       MOVE "G3-BLD-ZIP-MST"   TO VFX-49-STEP-LOG-NAME(1).
       MOVE "G3-BLD-ZIP-MST"   TO VFX-49-STEP-CALL-NAME(1).
      *The watch list loads ahead of the merchant build so new and
      *changed merchants are screened against tonight's list, and
      *the rescreen follows the build so a merchant it just filed
      *is covered too - both before settlement ever sees them.
       MOVE "G3-VFX-157-SANC-LOAD"
           TO VFX-49-STEP-LOG-NAME(2).
       MOVE "G3-VFX-157-SANC-LOAD"
           TO VFX-49-STEP-CALL-NAME(2).
       MOVE "G3-BLD-VISA-MER"  TO VFX-49-STEP-LOG-NAME(3).
       MOVE "G3_BLD_VISA_MER"  TO VFX-49-STEP-CALL-NAME(3).
       MOVE "G3-VFX-159-SANC-SCRN"
           TO VFX-49-STEP-LOG-NAME(4).
       MOVE "G3-VFX-159-SANC-SCRN"
           TO VFX-49-STEP-CALL-NAME(4).
      *Members whose pause ends tonight go back to active ahead of
      *the billing run, so their prorated cycle bills tonight and the
      *entitlement feed sees the resume.
       MOVE "G3-VFX-185-PAUSE-RSM"
           TO VFX-49-STEP-LOG-NAME(5).
       MOVE "G3-VFX-185-PAUSE-RSM"
           TO VFX-49-STEP-CALL-NAME(5).
      *Trials that ran out yesterday convert to paid ahead of the
      *billing run for the same reason.
       MOVE "G3-VFX-219-TRIAL-RUN"
           TO VFX-49-STEP-LOG-NAME(6).
       MOVE "G3-VFX-219-TRIAL-RUN"
           TO VFX-49-STEP-CALL-NAME(6).
      *Annual members thirty days from renewal get their notice
      *once any conversion has settled their billing.
       MOVE "G3-VFX-223-ANN-RENEW"
           TO VFX-49-STEP-LOG-NAME(7).
       MOVE "G3-VFX-223-ANN-RENEW"
           TO VFX-49-STEP-CALL-NAME(7).
       MOVE "G3-VFX-11-BILL"   TO VFX-49-STEP-LOG-NAME(8).
       MOVE "G3-VFX-11-BILL"   TO VFX-49-STEP-CALL-NAME(8).
       MOVE "G3-VFX-9-PUR-RPT" TO VFX-49-STEP-LOG-NAME(9).
       MOVE "G3-VFX-9-PUR-RPT" TO VFX-49-STEP-CALL-NAME(9).
       MOVE "G3-VFX-15-CC-RECON" TO VFX-49-STEP-LOG-NAME(10).
       MOVE "G3-VFX-15-CC-RECON" TO VFX-49-STEP-CALL-NAME(10).
      *The expiry sweeps run before anything totals the day, the
      *accrual/protection/entitlement trio feed off the day's
      *sales, the cash proof and journal verify close the books,
      *and the log rotation runs dead last so the whole night's
      *START/END pairs distill into the run history together.
       MOVE "G3-VFX-89-RENT-EXP" TO VFX-49-STEP-LOG-NAME(11).
       MOVE "G3-VFX-89-RENT-EXP" TO VFX-49-STEP-CALL-NAME(11).
       MOVE "G3-VFX-103-LIC-EXP" TO VFX-49-STEP-LOG-NAME(12).
       MOVE "G3-VFX-103-LIC-EXP" TO VFX-49-STEP-CALL-NAME(12).
       MOVE "G3-VFX-95-PTS-ACCR" TO VFX-49-STEP-LOG-NAME(13).
       MOVE "G3-VFX-95-PTS-ACCR" TO VFX-49-STEP-CALL-NAME(13).
       MOVE "G3-VFX-131-PRICE-PROT"
           TO VFX-49-STEP-LOG-NAME(14).
       MOVE "G3-VFX-131-PRICE-PROT"
           TO VFX-49-STEP-CALL-NAME(14).
      *The referral credits follow the billing run, so a new member
      *whose first cycle was paid tonight converts tonight.
       MOVE "G3-VFX-165-REFERRAL"
           TO VFX-49-STEP-LOG-NAME(15).
       MOVE "G3-VFX-165-REFERRAL"
           TO VFX-49-STEP-CALL-NAME(15).
      *The device feed is applied and the limits checked just ahead
      *of the entitlement feed, which carries tonight's blocks.
       MOVE "G3-VFX-189-DEV-LOAD"
           TO VFX-49-STEP-LOG-NAME(16).
       MOVE "G3-VFX-189-DEV-LOAD"
           TO VFX-49-STEP-CALL-NAME(16).
       MOVE "G3-VFX-91-ENTITLE" TO VFX-49-STEP-LOG-NAME(17).
       MOVE "G3-VFX-91-ENTITLE" TO VFX-49-STEP-CALL-NAME(17).
      *The reserve review reads the day's returns and chargebacks so
      *the next settlement already holds back from a merchant that
      *crossed the line today.
       MOVE "G3-VFX-153-RSV-REVIEW"
           TO VFX-49-STEP-LOG-NAME(18).
       MOVE "G3-VFX-153-RSV-REVIEW"
           TO VFX-49-STEP-CALL-NAME(18).
      *The receipts read the day's purchase journal, so they go out
      *before the journal verify clears it.
       MOVE "G3-VFX-187-RECEIPT"
           TO VFX-49-STEP-LOG-NAME(19).
       MOVE "G3-VFX-187-RECEIPT"
           TO VFX-49-STEP-CALL-NAME(19).
       MOVE "G3-VFX-123-CASH-PROOF"
           TO VFX-49-STEP-LOG-NAME(20).
       MOVE "G3-VFX-123-CASH-PROOF"
           TO VFX-49-STEP-CALL-NAME(20).
       MOVE "G3-VFX-117-DAYJ-VER"
           TO VFX-49-STEP-LOG-NAME(21).
       MOVE "G3-VFX-117-DAYJ-VER"
           TO VFX-49-STEP-CALL-NAME(21).
       MOVE "G3-VFX-199-CASE-AGE"
           TO VFX-49-STEP-LOG-NAME(22).
       MOVE "G3-VFX-199-CASE-AGE"
           TO VFX-49-STEP-CALL-NAME(22).
      *The exception queues are aged after the service cases, so a
      *supervisor gets both lists together in the morning.
       MOVE "G3-VFX-227-WQ-AGE"
           TO VFX-49-STEP-LOG-NAME(23).
       MOVE "G3-VFX-227-WQ-AGE"
           TO VFX-49-STEP-CALL-NAME(23).
      *The corporate issue run invoices the day's orders before the
      *receivables aging runs, so a new invoice is on tonight's list.
       MOVE "G3-VFX-207-CORP-ISS"
           TO VFX-49-STEP-LOG-NAME(24).
       MOVE "G3-VFX-207-CORP-ISS"
           TO VFX-49-STEP-CALL-NAME(24).
       MOVE "G3-VFX-209-CORP-AR"
           TO VFX-49-STEP-LOG-NAME(25).
       MOVE "G3-VFX-209-CORP-AR"
           TO VFX-49-STEP-CALL-NAME(25).
       MOVE "G3-VFX-211-CRM-CDC"
           TO VFX-49-STEP-LOG-NAME(26).
       MOVE "G3-VFX-211-CRM-CDC"
           TO VFX-49-STEP-CALL-NAME(26).
      *The takeover scan runs once the day's purchases and profile
      *changes are all on file.
       MOVE "G3-VFX-215-ATO-SCAN"
           TO VFX-49-STEP-LOG-NAME(27).
       MOVE "G3-VFX-215-ATO-SCAN"
           TO VFX-49-STEP-CALL-NAME(27).
       MOVE "G3-VFX-125-RUN-HIST"
           TO VFX-49-STEP-LOG-NAME(28).
       MOVE "G3-VFX-125-RUN-HIST"
           TO VFX-49-STEP-CALL-NAME(28).
      ******************************************************************
      *100-RUN-STEP skips a step already logged complete tonight (the
      *rerun case), otherwise calls it and then demands to see its
      ******************************************************************
      *200-CHECK-STEP-DONE scans tonight's slice of JOB-LOG-FILE for
      *the step's END event with a healthy status. "RECONCILED OK" is
      *the merchant build's own COMPLETE; "ALREADY POSTED" is a
      *posting step the run-control register stopped from posting
      *its business date a second time, which is the outcome a rerun
      *wants.
       200-CHECK-STEP-DONE.
       MOVE 'N' TO VFX-49-DONE-FLAG.
       MOVE 'N' TO VFX-49-EOF-FLAG.
                           AND (JOB-LOG-STATUS = "COMPLETE"
                               OR JOB-LOG-STATUS = "RECONCILED OK"
                               OR JOB-LOG-STATUS =
                                   "PROVED AND CLEARED"
                               OR JOB-LOG-STATUS = "ALREADY POSTED")
                       MOVE 'Y' TO VFX-49-DONE-FLAG
                   END-IF
           END-READ
