      *          payment processor's response file, matches each
      *          response back to the BILL-REC we sent by member id
      *          and amount, records the paid/declined/error outcome
      *          per member per cycle on VFX-BILL-HIST-FILE, with the
      *          card the charge went on, and reports any response
      *          that matches nothing we sent. A paid annual charge
      *          carries the member's paid-through date to the end
      *          of the year it bought.
      ******************************************************************
       PROGRAM-ID. G3-VFX-25-BILL-POST.
      ******************************************************************
       COPY SELECT-VFX-BILL.
       COPY SELECT-VFX-BILL-RESP.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-BP-RPT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       COPY FD-VFX-BILL.
       COPY FD-VFX-BILL-RESP.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-MBR.
       COPY FD-VFX-BP-RPT.
       COPY FD-JOB-LOG.

       OPEN INPUT VFX-BILL-FILE.
       OPEN INPUT VFX-BILL-RESP-FILE.
       OPEN I-O VFX-BILL-HIST-FILE.
       OPEN I-O VM-FILE.
       OPEN OUTPUT VFX-BP-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       PERFORM 100-LOAD-EXTRACT.
       PERFORM 200-POST-RESPONSES.
       PERFORM 300-REPORT-UNANSWERED.
       IF VFX-25-PREPAID-COUNT > ZERO
           DISPLAY VFX-25-PREPAID-COUNT
                   " ANNUAL TERMS PAID - PAID-THROUGH DATES MOVED"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       CLOSE VFX-BILL-FILE.
       CLOSE VFX-BILL-RESP-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-BP-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXBPEXC.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-LOAD-EXTRACT reads the billing extract we sent out into a
                           VFX-25-EXT-AMOUNT(VFX-25-EXT-COUNT)
                       MOVE 'N' TO
                           VFX-25-EXT-MATCHED(VFX-25-EXT-COUNT)
                       MOVE BILL-PAY-METHOD TO
                           VFX-25-EXT-METHOD(VFX-25-EXT-COUNT)
                       MOVE BILL-FREQ TO
                           VFX-25-EXT-FREQ(VFX-25-EXT-COUNT)
                   ELSE
                       DISPLAY "WARNING: EXTRACT EXCEEDS 2000 LINES, "
                               "REMAINDER NOT MATCHED"
                   AND VFX-25-EXT-MATCHED(VFX-25-I) NOT = 'Y'
               MOVE 'Y' TO VFX-25-MATCH-FLAG
               MOVE 'Y' TO VFX-25-EXT-MATCHED(VFX-25-I)
               MOVE VFX-25-I TO VFX-25-HIT
           END-IF
       END-PERFORM.
       IF VFX-25-MATCH-FLAG = 'Y'
      ******************************************************************
      *220-WRITE-HISTORY records the outcome for this member/cycle; a
      *rerun of the same response file lands on the same key and just
      *refreshes the row, keeping any refund already recorded
      *against it.
       220-WRITE-HISTORY.
       MOVE RESP-MBR-ID  TO BH-MBR-ID.
       MOVE VFX-25-CYCLE TO BH-CYCLE.
       READ VFX-BILL-HIST-FILE
           INVALID KEY
               MOVE ZERO   TO BH-RFND-AMT
               MOVE SPACES TO BH-RFND-DATE
       END-READ.
       MOVE RESP-AMOUNT  TO BH-AMOUNT.
       IF VFX-25-EXT-FREQ(VFX-25-HIT) = "A"
           MOVE "A" TO BH-FREQ
       ELSE
           MOVE "M" TO BH-FREQ
       END-IF.
       IF VFX-25-EXT-METHOD(VFX-25-HIT) = "B"
           MOVE "B" TO BH-PAY-METHOD
       ELSE
           MOVE "P" TO BH-PAY-METHOD
       END-IF.
       EVALUATE TRUE
           WHEN RESP-PAID
               MOVE "PAID"     TO BH-STATUS
               REWRITE BH-REC
       END-WRITE.
       ADD 1 TO VFX-25-POSTED-COUNT.
       IF BH-PAID AND BH-ANNUAL
           PERFORM 230-EXTEND-PAID-THRU
       END-IF.
      ******************************************************************
      *230-EXTEND-PAID-THRU carries a paid annual member's paid-
      *through date to the month end eleven months after the cycle
      *charged, so the monthly extract leaves them alone until the
      *year is up, and opens the new term for its renewal notice.
      *A date already that far along (a rerun) is left as it is.
       230-EXTEND-PAID-THRU.
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
                   ADD 1 TO VFX-25-PREPAID-COUNT
               END-IF
       END-READ.
      ******************************************************************
      *300-REPORT-UNANSWERED lists every extract line the processor
      *never answered - those members' cycles are still unknown and
               WRITE BP-RPT-LINE
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
