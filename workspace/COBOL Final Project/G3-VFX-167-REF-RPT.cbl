      ******************************************************************
      *PROGRAM:  Monthly Referral Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Marketing's monthly look at the referral program,
      *          for weighing it against paid acquisition: one line
      *          per referral that converted in the requested month
      *          - the new member, who referred them, when they
      *          signed up, the cycle that paid and what the two
      *          credits cost - then the month's totals: referrals
      *          taken, how many of those have converted so far,
      *          conversions credited, credit cost and cost per
      *          converted member, and the referrals still waiting
      *          on a paid cycle.
      ******************************************************************
       PROGRAM-ID. G3-VFX-167-REF-RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-REF.
       COPY SELECT-VFX-REF-RPT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-REF.
       COPY FD-VFX-REF-RPT.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-167-REF-RPT' TO VFX-M-PROG.
       DISPLAY "REPORT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-167-MONTH.
       IF VFX-167-MONTH = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-167-MONTH
       END-IF.
       OPEN INPUT VFX-REF-FILE.
       OPEN OUTPUT VFX-REF-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-PRINT-HEADER.
       MOVE 'N' TO VFX-167-EOF-FLAG.
       MOVE LOW-VALUES TO REF-MBR-ID.
       START VFX-REF-FILE KEY IS NOT LESS THAN REF-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-167-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-167-EOF
           READ VFX-REF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-167-EOF-FLAG
               NOT AT END
                   PERFORM 200-ONE-REFERRAL
           END-READ
       END-PERFORM.
       PERFORM 300-PRINT-TOTALS.
       DISPLAY "G3-VFX-167-REF-RPT: " VFX-167-CONV-COUNT
               " CONVERSIONS IN " VFX-167-MONTH.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-167-CONV-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-REF-FILE.
       CLOSE VFX-REF-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXREFRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       100-PRINT-HEADER.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "MEMBER REFERRAL REPORT FOR " DELIMITED BY SIZE
           VFX-167-MONTH DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE SPACES TO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE "NEW MBR   REFERRER  SIGNED UP  PAID CYCLE  CREDITED  "
         & "     COST" TO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
      ******************************************************************
      *200-ONE-REFERRAL counts the referral toward the month it was
      *taken and the month it converted - usually not the same one -
      *and prints it if it converted in the report month.
       200-ONE-REFERRAL.
       IF REF-PENDING
           ADD 1 TO VFX-167-PEND-COUNT
       END-IF.
       IF REF-DATE(1:6) = VFX-167-MONTH
           ADD 1 TO VFX-167-TAKEN-COUNT
           IF REF-CREDITED
               ADD 1 TO VFX-167-TAKEN-CONV
           END-IF
       END-IF.
       IF REF-CREDITED AND REF-CREDIT-DATE(1:6) = VFX-167-MONTH
           ADD 1 TO VFX-167-CONV-COUNT
           COMPUTE VFX-167-COST = REF-CREDIT-AMT * 2
           ADD VFX-167-COST TO VFX-167-COST-TOTAL
           MOVE VFX-167-COST TO VFX-167-COST-ED
           MOVE SPACES TO REF-RPT-LINE
           STRING REF-MBR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REF-REFERRER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REF-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               REF-CYCLE DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               REF-CREDIT-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-167-COST-ED DELIMITED BY SIZE
               INTO REF-RPT-LINE
           WRITE REF-RPT-LINE
       END-IF.
      ******************************************************************
      *300-PRINT-TOTALS closes the report with the month's figures.
      *Cost per conversion is what marketing sets beside the paid
      *channels' cost per acquisition.
       300-PRINT-TOTALS.
       MOVE SPACES TO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE VFX-167-TAKEN-COUNT TO VFX-167-CNT-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "REFERRALS TAKEN THIS MONTH      " DELIMITED BY SIZE
           VFX-167-CNT-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE VFX-167-TAKEN-CONV TO VFX-167-CNT-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "  OF THESE CONVERTED SO FAR     " DELIMITED BY SIZE
           VFX-167-CNT-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE VFX-167-CONV-COUNT TO VFX-167-CNT-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "CONVERSIONS CREDITED THIS MONTH " DELIMITED BY SIZE
           VFX-167-CNT-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE VFX-167-COST-TOTAL TO VFX-167-TOTAL-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "CREDIT COST THIS MONTH          " DELIMITED BY SIZE
           VFX-167-TOTAL-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE ZERO TO VFX-167-PER-CONV.
       IF VFX-167-CONV-COUNT > ZERO
           COMPUTE VFX-167-PER-CONV ROUNDED =
               VFX-167-COST-TOTAL / VFX-167-CONV-COUNT
       END-IF.
       MOVE VFX-167-PER-CONV TO VFX-167-TOTAL-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "COST PER CONVERTED MEMBER       " DELIMITED BY SIZE
           VFX-167-TOTAL-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
       MOVE VFX-167-PEND-COUNT TO VFX-167-CNT-ED.
       MOVE SPACES TO REF-RPT-LINE.
       STRING "REFERRALS STILL AWAITING PAYMENT" DELIMITED BY SIZE
           VFX-167-CNT-ED DELIMITED BY SIZE
           INTO REF-RPT-LINE.
       WRITE REF-RPT-LINE.
