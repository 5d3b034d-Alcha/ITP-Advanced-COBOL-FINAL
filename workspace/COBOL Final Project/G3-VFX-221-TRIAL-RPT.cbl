      ******************************************************************
      *PROGRAM:  Monthly Free Trial Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: The month's free trials off the trial history, by
      *          offer code: trials started, trials converted to paid
      *          and trials canceled in the month, and the conversion
      *          rate - converted over converted plus canceled.
      *          Closes with the month's totals and the count of
      *          trials still running.
      ******************************************************************
       PROGRAM-ID. G3-VFX-221-TRIAL-RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-TRIAL.
       COPY SELECT-VFX-TOFR.
       COPY SELECT-VFX-TRIAL-RPT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-TRIAL.
       COPY FD-VFX-TOFR.
       COPY FD-VFX-TRIAL-RPT.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-221-TRIAL-RPT' TO VFX-M-PROG.
       DISPLAY "REPORT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-221-MONTH.
       IF VFX-221-MONTH = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-221-MONTH
       END-IF.
       OPEN INPUT VFX-TRIAL-FILE.
       OPEN INPUT VFX-TOFR-FILE.
       OPEN OUTPUT VFX-TRIAL-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-221-OFFER-TABLE.
       PERFORM 100-LOAD-OFFERS.
       MOVE 'N' TO VFX-221-EOF-FLAG.
       MOVE LOW-VALUES TO TRIAL-MBR-ID.
       START VFX-TRIAL-FILE KEY IS NOT LESS THAN TRIAL-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-221-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-221-EOF
           READ VFX-TRIAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-221-EOF-FLAG
               NOT AT END
                   PERFORM 200-ONE-TRIAL
           END-READ
       END-PERFORM.
       PERFORM 300-PRINT-HEADER.
       PERFORM 400-PRINT-OFFERS.
       PERFORM 500-PRINT-TOTALS.
       DISPLAY "G3-VFX-221-TRIAL-RPT: " VFX-221-START-TOTAL
               " TRIALS STARTED IN " VFX-221-MONTH.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       MOVE "END"               TO JOB-LOG-EVENT.
       MOVE VFX-221-START-TOTAL TO JOB-LOG-COUNT.
       MOVE "COMPLETE"          TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-TRIAL-FILE.
       CLOSE VFX-TOFR-FILE.
       CLOSE VFX-TRIAL-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXTRIALRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-LOAD-OFFERS seeds the offer rows from the offer table,
      *retired offers included, so the report reads in code order.
       100-LOAD-OFFERS.
       MOVE 'N' TO VFX-221-EOF-FLAG.
       MOVE LOW-VALUES TO TOFR-CODE.
       START VFX-TOFR-FILE KEY IS NOT LESS THAN TOFR-CODE
           INVALID KEY
               MOVE 'Y' TO VFX-221-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-221-EOF
           READ VFX-TOFR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-221-EOF-FLAG
               NOT AT END
                   IF VFX-221-OFFER-COUNT < 100
                       ADD 1 TO VFX-221-OFFER-COUNT
                       MOVE TOFR-CODE
                           TO VFX-221-O-CODE(VFX-221-OFFER-COUNT)
                       MOVE TOFR-DESC
                           TO VFX-221-O-DESC(VFX-221-OFFER-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-ONE-TRIAL counts a trial started this month, and one that
      *converted or was canceled this month, toward its offer. A
      *trial whose offer finds no room in the table still counts in
      *the totals.
       200-ONE-TRIAL.
       IF TRIAL-IN-TRIAL
           ADD 1 TO VFX-221-OPEN-TOTAL
       END-IF.
       IF TRIAL-START-DATE(1:6) NOT = VFX-221-MONTH
          AND (TRIAL-IN-TRIAL
               OR TRIAL-OUTCOME-DATE(1:6) NOT = VFX-221-MONTH)
           EXIT PARAGRAPH
       END-IF.
       PERFORM 210-FIND-OFFER.
       IF VFX-221-FOUND-X = ZERO
           ADD 1 TO VFX-221-OVER-COUNT
       END-IF.
       IF TRIAL-START-DATE(1:6) = VFX-221-MONTH
           ADD 1 TO VFX-221-START-TOTAL
           IF VFX-221-FOUND-X NOT = ZERO
               ADD 1 TO VFX-221-O-STARTS(VFX-221-FOUND-X)
           END-IF
       END-IF.
       IF TRIAL-IN-TRIAL
          OR TRIAL-OUTCOME-DATE(1:6) NOT = VFX-221-MONTH
           EXIT PARAGRAPH
       END-IF.
       IF TRIAL-CONVERTED
           ADD 1 TO VFX-221-CONV-TOTAL
           IF VFX-221-FOUND-X NOT = ZERO
               ADD 1 TO VFX-221-O-CONV(VFX-221-FOUND-X)
           END-IF
       ELSE
           ADD 1 TO VFX-221-CANC-TOTAL
           IF VFX-221-FOUND-X NOT = ZERO
               ADD 1 TO VFX-221-O-CANC(VFX-221-FOUND-X)
           END-IF
       END-IF.
      ******************************************************************
      *210-FIND-OFFER finds the trial's offer row, adding one for a
      *code no longer on the offer table.
       210-FIND-OFFER.
       MOVE ZERO TO VFX-221-FOUND-X.
       PERFORM VARYING VFX-221-OX FROM 1 BY 1
               UNTIL VFX-221-OX > VFX-221-OFFER-COUNT
                  OR VFX-221-FOUND-X NOT = ZERO
           IF VFX-221-O-CODE(VFX-221-OX) = TRIAL-OFFER-CODE
               MOVE VFX-221-OX TO VFX-221-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-221-FOUND-X = ZERO AND VFX-221-OFFER-COUNT < 100
           ADD 1 TO VFX-221-OFFER-COUNT
           MOVE VFX-221-OFFER-COUNT TO VFX-221-FOUND-X
           MOVE TRIAL-OFFER-CODE TO VFX-221-O-CODE(VFX-221-FOUND-X)
           MOVE "NOT ON OFFER TABLE"
               TO VFX-221-O-DESC(VFX-221-FOUND-X)
       END-IF.
      ******************************************************************
       300-PRINT-HEADER.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "FREE TRIAL REPORT FOR " DELIMITED BY SIZE
           VFX-221-MONTH DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
      ******************************************************************
      *400-PRINT-OFFERS lists each offer with any trial activity this
      *month. The rate is left at zero for an offer with no trial
      *ended yet.
       400-PRINT-OFFERS.
       MOVE SPACES TO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE "TRIALS BY OFFER" TO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE "OFFER      DESCRIPTION                    STARTED"
         & "  CONVERTED  CANCELED  CONV %" TO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       PERFORM VARYING VFX-221-OX FROM 1 BY 1
               UNTIL VFX-221-OX > VFX-221-OFFER-COUNT
           IF VFX-221-O-STARTS(VFX-221-OX) > ZERO
              OR VFX-221-O-CONV(VFX-221-OX) > ZERO
              OR VFX-221-O-CANC(VFX-221-OX) > ZERO
               MOVE ZERO TO VFX-221-RATE
               IF VFX-221-O-CONV(VFX-221-OX)
                  + VFX-221-O-CANC(VFX-221-OX) > ZERO
                   COMPUTE VFX-221-RATE ROUNDED =
                       VFX-221-O-CONV(VFX-221-OX) * 100
                           / (VFX-221-O-CONV(VFX-221-OX)
                            + VFX-221-O-CANC(VFX-221-OX))
               END-IF
               MOVE VFX-221-RATE TO VFX-221-RATE-ED
               MOVE VFX-221-O-STARTS(VFX-221-OX) TO VFX-221-CNT1-ED
               MOVE VFX-221-O-CONV(VFX-221-OX)   TO VFX-221-CNT2-ED
               MOVE VFX-221-O-CANC(VFX-221-OX)   TO VFX-221-CNT3-ED
               MOVE SPACES TO TRIAL-RPT-LINE
               STRING VFX-221-O-CODE(VFX-221-OX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VFX-221-O-DESC(VFX-221-OX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VFX-221-CNT1-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   VFX-221-CNT2-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   VFX-221-CNT3-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   VFX-221-RATE-ED DELIMITED BY SIZE
                   INTO TRIAL-RPT-LINE
               WRITE TRIAL-RPT-LINE
           END-IF
       END-PERFORM.
      ******************************************************************
       500-PRINT-TOTALS.
       MOVE SPACES TO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE VFX-221-START-TOTAL TO VFX-221-CNT1-ED.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "TRIALS STARTED              " DELIMITED BY SIZE
           VFX-221-CNT1-ED DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE VFX-221-CONV-TOTAL TO VFX-221-CNT1-ED.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "TRIALS CONVERTED            " DELIMITED BY SIZE
           VFX-221-CNT1-ED DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE VFX-221-CANC-TOTAL TO VFX-221-CNT1-ED.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "TRIALS CANCELED             " DELIMITED BY SIZE
           VFX-221-CNT1-ED DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE ZERO TO VFX-221-RATE.
       IF VFX-221-CONV-TOTAL + VFX-221-CANC-TOTAL > ZERO
           COMPUTE VFX-221-RATE ROUNDED =
               VFX-221-CONV-TOTAL * 100
                   / (VFX-221-CONV-TOTAL + VFX-221-CANC-TOTAL)
       END-IF.
       MOVE VFX-221-RATE TO VFX-221-RATE-ED.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "CONVERSION RATE %             " DELIMITED BY SIZE
           VFX-221-RATE-ED DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       MOVE VFX-221-OPEN-TOTAL TO VFX-221-CNT1-ED.
       MOVE SPACES TO TRIAL-RPT-LINE.
       STRING "TRIALS STILL RUNNING        " DELIMITED BY SIZE
           VFX-221-CNT1-ED DELIMITED BY SIZE
           INTO TRIAL-RPT-LINE.
       WRITE TRIAL-RPT-LINE.
       IF VFX-221-OVER-COUNT > ZERO
           MOVE VFX-221-OVER-COUNT TO VFX-221-CNT1-ED
           MOVE SPACES TO TRIAL-RPT-LINE
           STRING "TRIALS NOT BROKEN OUT - TABLE FULL "
               DELIMITED BY SIZE
               VFX-221-CNT1-ED DELIMITED BY SIZE
               INTO TRIAL-RPT-LINE
           WRITE TRIAL-RPT-LINE
       END-IF.
