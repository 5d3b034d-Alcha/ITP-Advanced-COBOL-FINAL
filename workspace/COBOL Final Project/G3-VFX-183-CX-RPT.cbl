      ******************************************************************
      *PROGRAM:  Monthly Cancellation Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: The month's cancel calls off the cancellation outcome
      *          file the member inquiry screen keeps: why members
      *          asked to leave, by reason, with how many were saved
      *          and lost; how each kind of save offer fared - made
      *          and accepted; and each operator's calls, offers and
      *          save rate. Closes with the month's totals and the
      *          goodwill credit the discounted months cost.
      ******************************************************************
       PROGRAM-ID. G3-VFX-183-CX-RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-CXO.
       COPY SELECT-VFX-CXR.
       COPY SELECT-VFX-CX-RPT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-CXO.
       COPY FD-VFX-CXR.
       COPY FD-VFX-CX-RPT.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-183-CX-RPT' TO VFX-M-PROG.
       DISPLAY "REPORT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-183-MONTH.
       IF VFX-183-MONTH = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-183-MONTH
       END-IF.
       OPEN INPUT VFX-CXO-FILE.
       OPEN INPUT VFX-CXR-FILE.
       OPEN OUTPUT VFX-CX-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-183-REASON-TABLE
                  VFX-183-OFFER-TABLE
                  VFX-183-OPER-TABLE.
       PERFORM 100-LOAD-REASONS.
       MOVE 'N' TO VFX-183-EOF-FLAG.
       MOVE LOW-VALUES TO CXO-KEY.
       MOVE VFX-183-MONTH TO CXO-DATE(1:6).
       START VFX-CXO-FILE KEY IS NOT LESS THAN CXO-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-183-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-183-EOF
           READ VFX-CXO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-183-EOF-FLAG
               NOT AT END
                   IF CXO-DATE(1:6) NOT = VFX-183-MONTH
                       MOVE 'Y' TO VFX-183-EOF-FLAG
                   ELSE
                       PERFORM 200-ONE-CALL
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 300-PRINT-HEADER.
       PERFORM 400-PRINT-REASONS.
       PERFORM 500-PRINT-OFFERS.
       PERFORM 600-PRINT-OPERATORS.
       PERFORM 700-PRINT-TOTALS.
       DISPLAY "G3-VFX-183-CX-RPT: " VFX-183-CALL-COUNT
               " CANCEL CALLS IN " VFX-183-MONTH.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-183-CALL-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-CXO-FILE.
       CLOSE VFX-CXR-FILE.
       CLOSE VFX-CX-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXCXRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-LOAD-REASONS seeds the reason rows from the reason table,
      *retired reasons included, so the report reads in code order.
       100-LOAD-REASONS.
       MOVE 'N' TO VFX-183-EOF-FLAG.
       MOVE LOW-VALUES TO CXR-CODE.
       START VFX-CXR-FILE KEY IS NOT LESS THAN CXR-CODE
           INVALID KEY
               MOVE 'Y' TO VFX-183-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-183-EOF
           READ VFX-CXR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-183-EOF-FLAG
               NOT AT END
                   IF VFX-183-REASON-COUNT < 40
                       ADD 1 TO VFX-183-REASON-COUNT
                       MOVE CXR-CODE
                           TO VFX-183-R-CODE(VFX-183-REASON-COUNT)
                       MOVE CXR-DESC
                           TO VFX-183-R-DESC(VFX-183-REASON-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-ONE-CALL counts one cancel call toward its reason, its
      *offer and its operator. A call whose reason or operator finds
      *no room in the tables still counts in the totals.
       200-ONE-CALL.
       ADD 1 TO VFX-183-CALL-COUNT.
       IF CXO-SAVED
           ADD 1 TO VFX-183-SAVED-COUNT
           IF CXO-OFFER = 'D'
               ADD CXO-OFFER-AMT TO VFX-183-CREDIT-TOTAL
           END-IF
       ELSE
           ADD 1 TO VFX-183-LOST-COUNT
       END-IF.
       PERFORM 210-FIND-REASON.
       IF VFX-183-FOUND-X = ZERO
           ADD 1 TO VFX-183-OVER-COUNT
       ELSE
           MOVE VFX-183-FOUND-X TO VFX-183-RX
           ADD 1 TO VFX-183-R-CALLS(VFX-183-RX)
           IF CXO-SAVED
               ADD 1 TO VFX-183-R-SAVED(VFX-183-RX)
           ELSE
               ADD 1 TO VFX-183-R-LOST(VFX-183-RX)
           END-IF
       END-IF.
       EVALUATE CXO-OFFER
           WHEN 'D'   MOVE 1 TO VFX-183-OX
           WHEN 'G'   MOVE 2 TO VFX-183-OX
           WHEN 'P'   MOVE 3 TO VFX-183-OX
           WHEN OTHER MOVE 4 TO VFX-183-OX
       END-EVALUATE.
       ADD 1 TO VFX-183-F-MADE(VFX-183-OX).
       IF CXO-SAVED
           ADD 1 TO VFX-183-F-TAKEN(VFX-183-OX)
       END-IF.
       PERFORM 220-FIND-OPER.
       IF VFX-183-FOUND-X = ZERO
           ADD 1 TO VFX-183-OVER-COUNT
       ELSE
           MOVE VFX-183-FOUND-X TO VFX-183-RX
           ADD 1 TO VFX-183-O-CALLS(VFX-183-RX)
           IF VFX-183-OX < 4
               ADD 1 TO VFX-183-O-OFFERS(VFX-183-RX)
           END-IF
           IF CXO-SAVED
               ADD 1 TO VFX-183-O-SAVED(VFX-183-RX)
           ELSE
               ADD 1 TO VFX-183-O-LOST(VFX-183-RX)
           END-IF
       END-IF.
      ******************************************************************
      *210-FIND-REASON finds the call's reason row, adding one for a
      *code no longer on the reason table.
       210-FIND-REASON.
       MOVE ZERO TO VFX-183-FOUND-X.
       PERFORM VARYING VFX-183-RX FROM 1 BY 1
               UNTIL VFX-183-RX > VFX-183-REASON-COUNT
                  OR VFX-183-FOUND-X NOT = ZERO
           IF VFX-183-R-CODE(VFX-183-RX) = CXO-REASON
               MOVE VFX-183-RX TO VFX-183-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-183-FOUND-X = ZERO AND VFX-183-REASON-COUNT < 40
           ADD 1 TO VFX-183-REASON-COUNT
           MOVE VFX-183-REASON-COUNT TO VFX-183-FOUND-X
           MOVE CXO-REASON TO VFX-183-R-CODE(VFX-183-FOUND-X)
           MOVE "NOT ON REASON TABLE"
               TO VFX-183-R-DESC(VFX-183-FOUND-X)
       END-IF.
      ******************************************************************
       220-FIND-OPER.
       MOVE ZERO TO VFX-183-FOUND-X.
       PERFORM VARYING VFX-183-RX FROM 1 BY 1
               UNTIL VFX-183-RX > VFX-183-OPER-COUNT
                  OR VFX-183-FOUND-X NOT = ZERO
           IF VFX-183-O-ID(VFX-183-RX) = CXO-OPERATOR-ID
               MOVE VFX-183-RX TO VFX-183-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-183-FOUND-X = ZERO AND VFX-183-OPER-COUNT < 60
           ADD 1 TO VFX-183-OPER-COUNT
           MOVE VFX-183-OPER-COUNT TO VFX-183-FOUND-X
           MOVE CXO-OPERATOR-ID TO VFX-183-O-ID(VFX-183-FOUND-X)
       END-IF.
      ******************************************************************
       300-PRINT-HEADER.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "MEMBER CANCELLATION REPORT FOR " DELIMITED BY SIZE
           VFX-183-MONTH DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
      ******************************************************************
      *400-PRINT-REASONS lists each reason given this month.
       400-PRINT-REASONS.
       MOVE SPACES TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "CANCELLATIONS BY REASON" TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "CD DESCRIPTION                       CALLS    SAVED"
         & "     LOST  SAVE %" TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       PERFORM VARYING VFX-183-RX FROM 1 BY 1
               UNTIL VFX-183-RX > VFX-183-REASON-COUNT
           IF VFX-183-R-CALLS(VFX-183-RX) > ZERO
               MOVE ZERO TO VFX-183-RATE
               COMPUTE VFX-183-RATE ROUNDED =
                   VFX-183-R-SAVED(VFX-183-RX) * 100
                       / VFX-183-R-CALLS(VFX-183-RX)
               MOVE VFX-183-RATE TO VFX-183-RATE-ED
               MOVE VFX-183-R-CALLS(VFX-183-RX) TO VFX-183-CNT1-ED
               MOVE VFX-183-R-SAVED(VFX-183-RX) TO VFX-183-CNT2-ED
               MOVE VFX-183-R-LOST(VFX-183-RX)  TO VFX-183-CNT3-ED
               MOVE SPACES TO CX-RPT-LINE
               STRING VFX-183-R-CODE(VFX-183-RX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VFX-183-R-DESC(VFX-183-RX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VFX-183-CNT1-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VFX-183-CNT2-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VFX-183-CNT3-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   VFX-183-RATE-ED DELIMITED BY SIZE
                   INTO CX-RPT-LINE
               WRITE CX-RPT-LINE
           END-IF
       END-PERFORM.
      ******************************************************************
      *500-PRINT-OFFERS shows how often each kind of save offer was
      *made and how often the member took it. NO OFFER is the calls
      *whose reason or plan left nothing to offer.
       500-PRINT-OFFERS.
       MOVE SPACES TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "SAVE RATE BY OFFER" TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "OFFER                MADE ACCEPTED  SAVE %"
           TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       PERFORM VARYING VFX-183-OX FROM 1 BY 1
               UNTIL VFX-183-OX > 4
           MOVE ZERO TO VFX-183-RATE
           IF VFX-183-F-MADE(VFX-183-OX) > ZERO
               COMPUTE VFX-183-RATE ROUNDED =
                   VFX-183-F-TAKEN(VFX-183-OX) * 100
                       / VFX-183-F-MADE(VFX-183-OX)
           END-IF
           MOVE VFX-183-RATE TO VFX-183-RATE-ED
           MOVE VFX-183-F-MADE(VFX-183-OX)  TO VFX-183-CNT1-ED
           MOVE VFX-183-F-TAKEN(VFX-183-OX) TO VFX-183-CNT2-ED
           MOVE SPACES TO CX-RPT-LINE
           STRING VFX-183-OFFER-NAME(VFX-183-OX) DELIMITED BY SIZE
               VFX-183-CNT1-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-183-CNT2-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               VFX-183-RATE-ED DELIMITED BY SIZE
               INTO CX-RPT-LINE
           WRITE CX-RPT-LINE
       END-PERFORM.
      ******************************************************************
      *600-PRINT-OPERATORS shows each operator's cancel calls, the
      *offers they made and how many members they kept.
       600-PRINT-OPERATORS.
       MOVE SPACES TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "SAVE RATE BY OPERATOR" TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE "OPERATOR   CALLS   OFFERS    SAVED     LOST  SAVE %"
           TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       PERFORM VARYING VFX-183-RX FROM 1 BY 1
               UNTIL VFX-183-RX > VFX-183-OPER-COUNT
           COMPUTE VFX-183-RATE ROUNDED =
               VFX-183-O-SAVED(VFX-183-RX) * 100
                   / VFX-183-O-CALLS(VFX-183-RX)
           MOVE VFX-183-RATE TO VFX-183-RATE-ED
           MOVE VFX-183-O-CALLS(VFX-183-RX)  TO VFX-183-CNT1-ED
           MOVE VFX-183-O-OFFERS(VFX-183-RX) TO VFX-183-CNT2-ED
           MOVE VFX-183-O-SAVED(VFX-183-RX)  TO VFX-183-CNT3-ED
           MOVE VFX-183-O-LOST(VFX-183-RX)   TO VFX-183-CNT4-ED
           MOVE SPACES TO CX-RPT-LINE
           STRING VFX-183-O-ID(VFX-183-RX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VFX-183-CNT1-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-183-CNT2-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-183-CNT3-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-183-CNT4-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               VFX-183-RATE-ED DELIMITED BY SIZE
               INTO CX-RPT-LINE
           WRITE CX-RPT-LINE
       END-PERFORM.
      ******************************************************************
       700-PRINT-TOTALS.
       MOVE SPACES TO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE VFX-183-CALL-COUNT TO VFX-183-CNT1-ED.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "CANCEL CALLS TAKEN          " DELIMITED BY SIZE
           VFX-183-CNT1-ED DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE VFX-183-SAVED-COUNT TO VFX-183-CNT1-ED.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "MEMBERS SAVED               " DELIMITED BY SIZE
           VFX-183-CNT1-ED DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE VFX-183-LOST-COUNT TO VFX-183-CNT1-ED.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "MEMBERS LOST                " DELIMITED BY SIZE
           VFX-183-CNT1-ED DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE ZERO TO VFX-183-RATE.
       IF VFX-183-CALL-COUNT > ZERO
           COMPUTE VFX-183-RATE ROUNDED =
               VFX-183-SAVED-COUNT * 100 / VFX-183-CALL-COUNT
       END-IF.
       MOVE VFX-183-RATE TO VFX-183-RATE-ED.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "SAVE RATE %                   " DELIMITED BY SIZE
           VFX-183-RATE-ED DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       MOVE VFX-183-CREDIT-TOTAL TO VFX-183-AMT-ED.
       MOVE SPACES TO CX-RPT-LINE.
       STRING "GOODWILL CREDIT ISSUED " DELIMITED BY SIZE
           VFX-183-AMT-ED DELIMITED BY SIZE
           INTO CX-RPT-LINE.
       WRITE CX-RPT-LINE.
       IF VFX-183-OVER-COUNT > ZERO
           MOVE VFX-183-OVER-COUNT TO VFX-183-CNT1-ED
           MOVE SPACES TO CX-RPT-LINE
           STRING "CALLS NOT BROKEN OUT - TABLE FULL "
               DELIMITED BY SIZE
               VFX-183-CNT1-ED DELIMITED BY SIZE
               INTO CX-RPT-LINE
           WRITE CX-RPT-LINE
       END-IF.
