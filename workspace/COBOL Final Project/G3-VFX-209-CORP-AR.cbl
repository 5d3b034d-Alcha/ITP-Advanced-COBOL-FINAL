      ******************************************************************
      *PROGRAM:  Corporate Order Receivables Aging Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly list of every invoiced corporate gift card
      *          order with money still owed, aged in days past its
      *          due date as of the business date and bucketed
      *          current, 1-30, 31-60, 61-90 and over 90 days past
      *          due, with the count and balance in each bucket, so
      *          collections knows whom to call. The cards of every
      *          order listed are still on hold.
      ******************************************************************
       PROGRAM-ID. G3-VFX-209-CORP-AR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-CORD.
       COPY SELECT-VFX-CORD-AR.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-CORD.
       COPY FD-VFX-CORD-AR.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-209-CORP-AR' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-209-TODAY-NUM.
       OPEN INPUT VFX-CORD-FILE.
       OPEN OUTPUT VFX-CORD-AR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-209-BUCKET-TOTALS.
       PERFORM 100-PRINT-HEADER.
       MOVE 'N' TO VFX-209-EOF-FLAG.
       MOVE LOW-VALUES TO CORD-ORDER-NBR.
       START VFX-CORD-FILE KEY IS NOT LESS THAN CORD-ORDER-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-209-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-209-EOF
           READ VFX-CORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-209-EOF-FLAG
               NOT AT END
                   IF CORD-ISSUED AND CORD-PAID-AMT < CORD-NET-AMT
                       PERFORM 200-ONE-ORDER
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-209-OPEN-COUNT = ZERO
           MOVE "  (NONE)" TO CORD-AR-LINE
           WRITE CORD-AR-LINE
       END-IF.
       PERFORM 500-PRINT-TOTALS.
       DISPLAY "G3-VFX-209-CORP-AR: " VFX-209-OPEN-COUNT
               " UNPAID ORDERS, " VFX-209-PAST-COUNT " PAST DUE".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-209-OPEN-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-CORD-FILE.
       CLOSE VFX-CORD-AR-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXCORPAR.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE ages the invoices to the BUSDATE control
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
       100-PRINT-HEADER.
       MOVE SPACES TO CORD-AR-LINE.
       STRING "CORPORATE GIFT CARD RECEIVABLES AGING AS OF "
               DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
       MOVE SPACES TO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
       MOVE "ORDER      BUYER                INVOICED DUE      "
         & "   BALANCE DUE  DAYS  BUCKET" TO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
      ******************************************************************
      *200-ONE-ORDER ages one unpaid invoice from its due date and
      *counts it into its bucket. Not yet due is current.
       200-ONE-ORDER.
       ADD 1 TO VFX-209-OPEN-COUNT.
       COMPUTE VFX-209-BAL-DUE = CORD-NET-AMT - CORD-PAID-AMT.
       MOVE CORD-DUE-DATE TO VFX-209-DUE-NUM.
       COMPUTE VFX-209-AGE =
           FUNCTION INTEGER-OF-DATE(VFX-209-TODAY-NUM)
         - FUNCTION INTEGER-OF-DATE(VFX-209-DUE-NUM).
       EVALUATE TRUE
           WHEN VFX-209-AGE NOT > ZERO
               MOVE 1 TO VFX-209-BX
               MOVE ZERO TO VFX-209-AGE
           WHEN VFX-209-AGE NOT > 30
               MOVE 2 TO VFX-209-BX
           WHEN VFX-209-AGE NOT > 60
               MOVE 3 TO VFX-209-BX
           WHEN VFX-209-AGE NOT > 90
               MOVE 4 TO VFX-209-BX
           WHEN OTHER
               MOVE 5 TO VFX-209-BX
       END-EVALUATE.
       IF VFX-209-BX > 1
           ADD 1 TO VFX-209-PAST-COUNT
       END-IF.
       ADD 1               TO VFX-209-B-COUNT(VFX-209-BX).
       ADD VFX-209-BAL-DUE TO VFX-209-B-AMT(VFX-209-BX).
       ADD VFX-209-BAL-DUE TO VFX-209-TOTAL-AMT.
       MOVE VFX-209-BAL-DUE TO VFX-209-AMT-ED.
       MOVE VFX-209-AGE     TO VFX-209-DAYS-ED.
       MOVE CORD-BUYER-NAME TO VFX-209-BUYER.
       MOVE SPACES TO CORD-AR-LINE.
       STRING CORD-ORDER-NBR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-209-BUYER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CORD-INV-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CORD-DUE-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-209-AMT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-209-DAYS-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-209-BUCKET-NAME(VFX-209-BX) DELIMITED BY SIZE
           INTO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
       MOVE SPACES TO CORD-AR-LINE.
       STRING "           ATTN " DELIMITED BY SIZE
           CORD-CONTACT DELIMITED BY SIZE
           " PO " DELIMITED BY SIZE
           CORD-PO-NBR DELIMITED BY SIZE
           INTO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
      ******************************************************************
       500-PRINT-TOTALS.
       MOVE SPACES TO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
       MOVE "AGING BUCKET   ORDERS      BALANCE DUE" TO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
       PERFORM VARYING VFX-209-BX FROM 1 BY 1
               UNTIL VFX-209-BX > 5
           MOVE VFX-209-B-COUNT(VFX-209-BX) TO VFX-209-CNT-ED
           MOVE VFX-209-B-AMT(VFX-209-BX)   TO VFX-209-AMT-ED
           MOVE SPACES TO CORD-AR-LINE
           STRING VFX-209-BUCKET-NAME(VFX-209-BX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               VFX-209-CNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-209-AMT-ED DELIMITED BY SIZE
               INTO CORD-AR-LINE
           WRITE CORD-AR-LINE
       END-PERFORM.
       MOVE VFX-209-OPEN-COUNT TO VFX-209-CNT-ED.
       MOVE VFX-209-TOTAL-AMT  TO VFX-209-AMT-ED.
       MOVE SPACES TO CORD-AR-LINE.
       STRING "TOTAL          " DELIMITED BY SIZE
           VFX-209-CNT-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-209-AMT-ED DELIMITED BY SIZE
           INTO CORD-AR-LINE.
       WRITE CORD-AR-LINE.
