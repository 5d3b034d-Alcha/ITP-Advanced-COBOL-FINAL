      ******************************************************************
      *PROGRAM:  Monthly Merchant Statement
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: One statement per merchant for the requested month,
      *          answering the "why doesn't my deposit match my
      *          sales" call: opening items still awaiting
      *          re-origination, every settlement date's gross,
      *          item count, fee and net off VFX-SETHIST-FILE, the
      *          ACH returns, re-originations and prenote holds off
      *          VFX-REORIG-FILE, the rolling reserve held and
      *          released, and a closing block proving the month's
      *          ACH credits from gross less fees, plus
      *          re-originations and reserve released, less prenote
      *          and reserve holds. Printed for operations
      *          and written as a tagged extract for the mail house.
      *          A merchant with no activity and nothing outstanding
      *          gets no statement.
      ******************************************************************
       PROGRAM-ID. G3-VFX-151-MER-STMT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-MER.
       COPY SELECT-VFX-SETHIST.
       COPY SELECT-VFX-REORIG.
       COPY SELECT-VFX-MSTMT.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-MER.
       COPY FD-VFX-SETHIST.
       COPY FD-VFX-REORIG.
       COPY FD-VFX-MSTMT.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      *MER-FILE's FILE STATUS fields aren't in WS-VFX.cpy, the same
      *local-declaration arrangement G3-VFX-101-MER-ANN uses.
       01  WS-STAT                      PIC XX.
       01  WS-STAT-TXT                  PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-151-MER-STMT' TO VFX-M-PROG.
       DISPLAY "STATEMENT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-151-CYCLE.
       IF VFX-151-CYCLE = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-151-CYCLE
       END-IF.
       OPEN INPUT MER-FILE.
       OPEN INPUT VFX-SETHIST-FILE.
       OPEN INPUT VFX-REORIG-FILE.
       OPEN OUTPUT VFX-MSTMT-RPT-FILE.
       OPEN OUTPUT VFX-MSX-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE 'N' TO VFX-151-MER-EOF-FLAG.
       MOVE LOW-VALUES TO MER-ID.
       START MER-FILE KEY IS NOT LESS THAN MER-ID
           INVALID KEY
               MOVE 'Y' TO VFX-151-MER-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-151-MER-EOF
           READ MER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-151-MER-EOF-FLAG
               NOT AT END
                   PERFORM 100-ONE-MERCHANT
           END-READ
       END-PERFORM.
       DISPLAY "G3-VFX-151-MER-STMT: " VFX-151-STMT-COUNT
               " STATEMENTS, " VFX-151-NOTIE-COUNT
               " DID NOT TIE TO THE ACH CREDITS".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-151-STMT-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE MER-FILE.
       CLOSE VFX-SETHIST-FILE.
       CLOSE VFX-REORIG-FILE.
       CLOSE VFX-MSTMT-RPT-FILE.
       CLOSE VFX-MSX-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXMERSTMT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-ONE-MERCHANT totals the month first, so a quiet merchant
      *is skipped and the opening figure is known before anything
      *prints, then prints the sections in statement order.
       100-ONE-MERCHANT.
       MOVE 'N'  TO VFX-151-ACTIVE.
       MOVE ZERO TO VFX-151-OPENING.
       MOVE ZERO TO VFX-151-GROSS.
       MOVE ZERO TO VFX-151-ITEMS.
       MOVE ZERO TO VFX-151-FEES.
       MOVE ZERO TO VFX-151-ACH.
       MOVE ZERO TO VFX-151-RETURNS.
       MOVE ZERO TO VFX-151-REORIG.
       MOVE ZERO TO VFX-151-HELD.
       MOVE ZERO TO VFX-151-RSV-HELD.
       MOVE ZERO TO VFX-151-RSV-REL.
       SET VFX-151-TOTALING TO TRUE.
       PERFORM 300-SCAN-REORIG.
       PERFORM 400-SCAN-SETTLEMENTS.
       IF VFX-151-ACTIVE = 'Y'
           ADD 1 TO VFX-151-STMT-COUNT
           PERFORM 200-PRINT-HEADER
           SET VFX-151-OPENING-PASS TO TRUE
           PERFORM 300-SCAN-REORIG
           MOVE "TOTAL OPENING ITEMS" TO VFX-151-LABEL
           MOVE VFX-151-OPENING TO VFX-151-AMT
           PERFORM 500-PRINT-AMOUNT
           PERFORM 210-PRINT-SETTLE-HEAD
           SET VFX-151-ACTIVITY-PASS TO TRUE
           PERFORM 400-SCAN-SETTLEMENTS
           PERFORM 220-PRINT-ACTIVITY-HEAD
           PERFORM 300-SCAN-REORIG
           PERFORM 250-PRINT-TOTALS
       END-IF.
      ******************************************************************
       200-PRINT-HEADER.
       MOVE SPACES TO MSTMT-RPT-LINE.
       STRING "MERCHANT STATEMENT FOR " DELIMITED BY SIZE
           VFX-151-CYCLE DELIMITED BY SIZE
           INTO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSTMT-RPT-LINE.
       STRING MER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MER-NAME DELIMITED BY SIZE
           INTO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSTMT-RPT-LINE.
       STRING "          " DELIMITED BY SIZE
           MER-ADDRESS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MER-ZIP DELIMITED BY SIZE
           INTO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSTMT-RPT-LINE.
       MOVE "OPENING ITEMS AWAITING RE-ORIGINATION"
           TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSX-REC.
       MOVE MER-ID        TO MSX-MER-ID.
       MOVE VFX-151-CYCLE TO MSX-CYCLE.
       MOVE "HD"          TO MSX-TYPE.
       MOVE MER-NAME      TO MSX-HDR-NAME.
       MOVE MER-ADDRESS   TO MSX-HDR-ADDRESS.
       MOVE MER-ZIP       TO MSX-HDR-ZIP.
       MOVE MER-EMAIL     TO MSX-HDR-EMAIL.
       WRITE MSX-REC.
      ******************************************************************
       210-PRINT-SETTLE-HEAD.
       MOVE SPACES TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE "SETTLEMENTS" TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE "  DATE               GROSS  ITEMS           FEE"
         & "             NET" TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
      ******************************************************************
       220-PRINT-ACTIVITY-HEAD.
       MOVE SPACES TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE "ACH RETURNS, RE-ORIGINATIONS AND PRENOTE HOLDS"
           TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
      ******************************************************************
      *250-PRINT-TOTALS proves the month's ACH credits - the sum of
      *the nets actually sent - from the pieces that make them up.
      *A settlement's net already carries the re-originated money
      *and reserve released, and already left out the prenote hold
      *and the reserve holdback, so gross less fees, plus
      *re-originations and releases, less both kinds of hold must
      *land on the credits.
       250-PRINT-TOTALS.
       COMPUTE VFX-151-PROOF = VFX-151-GROSS - VFX-151-FEES
           + VFX-151-REORIG - VFX-151-HELD
           + VFX-151-RSV-REL - VFX-151-RSV-HELD.
       COMPUTE VFX-151-CLOSING = VFX-151-OPENING + VFX-151-RETURNS
           + VFX-151-HELD - VFX-151-REORIG.
       MOVE SPACES TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE "GROSS SETTLED" TO VFX-151-LABEL.
       MOVE VFX-151-GROSS TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "LESS FEES WITHHELD" TO VFX-151-LABEL.
       MOVE VFX-151-FEES TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "PLUS RE-ORIGINATED" TO VFX-151-LABEL.
       MOVE VFX-151-REORIG TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "LESS HELD FOR PRENOTE" TO VFX-151-LABEL.
       MOVE VFX-151-HELD TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "PLUS ROLLING RESERVE RELEASED" TO VFX-151-LABEL.
       MOVE VFX-151-RSV-REL TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "LESS ROLLING RESERVE HELD" TO VFX-151-LABEL.
       MOVE VFX-151-RSV-HELD TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "ACH CREDITS THIS MONTH" TO VFX-151-LABEL.
       MOVE VFX-151-ACH TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE SPACES TO MSTMT-RPT-LINE.
       IF VFX-151-PROOF = VFX-151-ACH
           MOVE "  TIES TO THE ACH CREDITS" TO MSTMT-RPT-LINE
       ELSE
           ADD 1 TO VFX-151-NOTIE-COUNT
           MOVE VFX-151-PROOF TO VFX-151-AMT-ED
           STRING "  ** DOES NOT TIE - COMPUTED " DELIMITED BY SIZE
               VFX-151-AMT-ED DELIMITED BY SIZE
               " - REFER TO SETTLEMENT OPERATIONS" DELIMITED BY SIZE
               INTO MSTMT-RPT-LINE
       END-IF.
       WRITE MSTMT-RPT-LINE.
       MOVE "ACH RETURNS THIS MONTH" TO VFX-151-LABEL.
       MOVE VFX-151-RETURNS TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE "CLOSING ITEMS AWAITING RE-ORIGINATION" TO VFX-151-LABEL.
       MOVE VFX-151-CLOSING TO VFX-151-AMT.
       PERFORM 500-PRINT-AMOUNT.
       MOVE SPACES TO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSX-REC.
       MOVE MER-ID          TO MSX-MER-ID.
       MOVE VFX-151-CYCLE   TO MSX-CYCLE.
       MOVE "TL"            TO MSX-TYPE.
       MOVE VFX-151-OPENING TO MSX-TOT-OPENING.
       MOVE VFX-151-GROSS   TO MSX-TOT-GROSS.
       MOVE VFX-151-FEES    TO MSX-TOT-FEES.
       MOVE VFX-151-REORIG  TO MSX-TOT-REORIG.
       MOVE VFX-151-HELD    TO MSX-TOT-HELD.
       MOVE VFX-151-ACH     TO MSX-TOT-ACH.
       MOVE VFX-151-RETURNS TO MSX-TOT-RETURNS.
       MOVE VFX-151-CLOSING TO MSX-TOT-CLOSING.
       MOVE VFX-151-RSV-HELD TO MSX-TOT-RSV-HELD.
       MOVE VFX-151-RSV-REL  TO MSX-TOT-RSV-REL.
       IF VFX-151-PROOF = VFX-151-ACH
           MOVE 'Y' TO MSX-TOT-TIES
       ELSE
           MOVE 'N' TO MSX-TOT-TIES
       END-IF.
       WRITE MSX-REC.
      ******************************************************************
      *300-SCAN-REORIG walks the merchant's queue rows (the file is
      *keyed merchant first) for whichever pass is running.
       300-SCAN-REORIG.
       MOVE 'N' TO VFX-151-EOF-FLAG.
       MOVE MER-ID TO REORIG-MER-ID.
       MOVE LOW-VALUES TO REORIG-DATE.
       START VFX-REORIG-FILE KEY IS NOT LESS THAN REORIG-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-151-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-151-EOF
           READ VFX-REORIG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-151-EOF-FLAG
               NOT AT END
                   IF REORIG-MER-ID NOT = MER-ID
                       MOVE 'Y' TO VFX-151-EOF-FLAG
                   ELSE
                       PERFORM 310-REORIG-ONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *310-REORIG-ONE sorts one queue row into the statement. An
      *opening item came back or was held before the month and was
      *still queued when the month began; a row dated in the month
      *is a return, or a prenote hold when its reason is PRE; a
      *row settled in the month went back out as a re-origination.
       310-REORIG-ONE.
       IF REORIG-DATE(1:6) < VFX-151-CYCLE
               AND (REORIG-QUEUED
                   OR REORIG-SETTLE-DATE(1:6) NOT < VFX-151-CYCLE)
           EVALUATE TRUE
               WHEN VFX-151-TOTALING
                   ADD REORIG-AMOUNT TO VFX-151-OPENING
                   MOVE 'Y' TO VFX-151-ACTIVE
               WHEN VFX-151-OPENING-PASS
                   MOVE "OP" TO VFX-151-TYPE
                   MOVE "OPENING ITEM" TO VFX-151-LABEL
                   PERFORM 320-PRINT-REORIG
           END-EVALUATE
       END-IF.
       IF REORIG-DATE(1:6) = VFX-151-CYCLE
           IF REORIG-REASON = "PRE" OR REORIG-REASON = "CMP"
               EVALUATE TRUE
                   WHEN VFX-151-TOTALING
                       ADD REORIG-AMOUNT TO VFX-151-HELD
                       MOVE 'Y' TO VFX-151-ACTIVE
                   WHEN VFX-151-ACTIVITY-PASS
                       MOVE "PH" TO VFX-151-TYPE
                       IF REORIG-REASON = "CMP"
                           MOVE "COMPLIANCE HOLD" TO VFX-151-LABEL
                       ELSE
                           MOVE "PRENOTE HOLD" TO VFX-151-LABEL
                       END-IF
                       PERFORM 320-PRINT-REORIG
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN VFX-151-TOTALING
                       ADD REORIG-AMOUNT TO VFX-151-RETURNS
                       MOVE 'Y' TO VFX-151-ACTIVE
                   WHEN VFX-151-ACTIVITY-PASS
                       MOVE "RT" TO VFX-151-TYPE
                       MOVE "ACH RETURN" TO VFX-151-LABEL
                       PERFORM 320-PRINT-REORIG
               END-EVALUATE
           END-IF
       END-IF.
       IF REORIG-SETTLED
               AND REORIG-SETTLE-DATE(1:6) = VFX-151-CYCLE
           EVALUATE TRUE
               WHEN VFX-151-TOTALING
                   ADD REORIG-AMOUNT TO VFX-151-REORIG
                   MOVE 'Y' TO VFX-151-ACTIVE
               WHEN VFX-151-ACTIVITY-PASS
                   MOVE "RO" TO VFX-151-TYPE
                   MOVE "RE-ORIGINATED" TO VFX-151-LABEL
                   PERFORM 320-PRINT-REORIG
           END-EVALUATE
       END-IF.
      ******************************************************************
      *320-PRINT-REORIG prints and extracts one queue row under the
      *label and type the caller set.
       320-PRINT-REORIG.
       MOVE REORIG-AMOUNT TO VFX-151-AMT-ED.
       MOVE SPACES TO MSTMT-RPT-LINE.
       IF VFX-151-TYPE = "RO"
           STRING "  " DELIMITED BY SIZE
               VFX-151-LABEL DELIMITED BY "  "
               " " DELIMITED BY SIZE
               REORIG-SETTLE-DATE DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               REORIG-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-AMT-ED DELIMITED BY SIZE
               INTO MSTMT-RPT-LINE
       ELSE
           STRING "  " DELIMITED BY SIZE
               VFX-151-LABEL DELIMITED BY "  "
               " " DELIMITED BY SIZE
               REORIG-DATE DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               REORIG-REASON DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-AMT-ED DELIMITED BY SIZE
               INTO MSTMT-RPT-LINE
       END-IF.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSX-REC.
       MOVE MER-ID        TO MSX-MER-ID.
       MOVE VFX-151-CYCLE TO MSX-CYCLE.
       MOVE VFX-151-TYPE  TO MSX-TYPE.
       IF VFX-151-TYPE = "RO"
           MOVE REORIG-SETTLE-DATE TO MSX-DET-DATE
           MOVE REORIG-DATE        TO MSX-DET-REF-DATE
       ELSE
           MOVE REORIG-DATE        TO MSX-DET-DATE
       END-IF.
       MOVE REORIG-REASON TO MSX-DET-REASON.
       MOVE ZERO          TO MSX-DET-GROSS.
       MOVE ZERO          TO MSX-DET-ITEMS.
       MOVE ZERO          TO MSX-DET-FEE.
       MOVE REORIG-AMOUNT TO MSX-DET-AMOUNT.
       WRITE MSX-REC.
      ******************************************************************
      *400-SCAN-SETTLEMENTS walks the month's history rows (the file
      *is keyed date first) picking out this merchant's.
       400-SCAN-SETTLEMENTS.
       MOVE 'N' TO VFX-151-EOF-FLAG.
       MOVE SPACES TO SETH-DATE.
       STRING VFX-151-CYCLE "01" DELIMITED BY SIZE INTO SETH-DATE.
       MOVE LOW-VALUES TO SETH-MER-ID.
       START VFX-SETHIST-FILE KEY IS NOT LESS THAN SETH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-151-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-151-EOF
           READ VFX-SETHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-151-EOF-FLAG
               NOT AT END
                   IF SETH-DATE(1:6) NOT = VFX-151-CYCLE
                       MOVE 'Y' TO VFX-151-EOF-FLAG
                   ELSE
                       IF SETH-MER-ID = MER-ID
                           PERFORM 410-SETTLE-ONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       410-SETTLE-ONE.
       IF VFX-151-TOTALING
           ADD SETH-GROSS TO VFX-151-GROSS
           ADD SETH-ITEMS TO VFX-151-ITEMS
           ADD SETH-FEE   TO VFX-151-FEES
           ADD SETH-NET   TO VFX-151-ACH
           ADD SETH-RSV-HELD TO VFX-151-RSV-HELD
           ADD SETH-RSV-REL  TO VFX-151-RSV-REL
           MOVE 'Y' TO VFX-151-ACTIVE
       ELSE
           MOVE SETH-GROSS TO VFX-151-GROSS-ED
           MOVE SETH-ITEMS TO VFX-151-ITEMS-ED
           MOVE SETH-FEE   TO VFX-151-FEE-ED
           MOVE SETH-NET   TO VFX-151-NET-ED
           MOVE SPACES TO MSTMT-RPT-LINE
           STRING "  " DELIMITED BY SIZE
               SETH-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-GROSS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-ITEMS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-FEE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VFX-151-NET-ED DELIMITED BY SIZE
               INTO MSTMT-RPT-LINE
           WRITE MSTMT-RPT-LINE
           MOVE SPACES TO MSX-REC
           MOVE MER-ID        TO MSX-MER-ID
           MOVE VFX-151-CYCLE TO MSX-CYCLE
           MOVE "ST"          TO MSX-TYPE
           MOVE SETH-DATE     TO MSX-DET-DATE
           MOVE SETH-GROSS    TO MSX-DET-GROSS
           MOVE SETH-ITEMS    TO MSX-DET-ITEMS
           MOVE SETH-FEE      TO MSX-DET-FEE
           MOVE SETH-NET      TO MSX-DET-AMOUNT
           WRITE MSX-REC
           IF SETH-RSV-HELD NOT = ZERO OR SETH-RSV-REL NOT = ZERO
               PERFORM 420-PRINT-RESERVE
           END-IF
       END-IF.
      ******************************************************************
      *420-PRINT-RESERVE shows the rolling reserve under the
      *settlement date it moved on: held in the gross column,
      *released in the amount.
       420-PRINT-RESERVE.
       MOVE SETH-RSV-HELD TO VFX-151-GROSS-ED.
       MOVE SETH-RSV-REL  TO VFX-151-NET-ED.
       MOVE SPACES TO MSTMT-RPT-LINE.
       STRING "    RESERVE HELD " DELIMITED BY SIZE
           VFX-151-GROSS-ED DELIMITED BY SIZE
           "  RELEASED " DELIMITED BY SIZE
           VFX-151-NET-ED DELIMITED BY SIZE
           INTO MSTMT-RPT-LINE.
       WRITE MSTMT-RPT-LINE.
       MOVE SPACES TO MSX-REC.
       MOVE MER-ID        TO MSX-MER-ID.
       MOVE VFX-151-CYCLE TO MSX-CYCLE.
       MOVE "RS"          TO MSX-TYPE.
       MOVE SETH-DATE     TO MSX-DET-DATE.
       MOVE SETH-RSV-HELD TO MSX-DET-GROSS.
       MOVE ZERO          TO MSX-DET-ITEMS.
       MOVE ZERO          TO MSX-DET-FEE.
       MOVE SETH-RSV-REL  TO MSX-DET-AMOUNT.
       WRITE MSX-REC.
      ******************************************************************
      *500-PRINT-AMOUNT prints one labelled amount line.
       500-PRINT-AMOUNT.
       MOVE VFX-151-AMT TO VFX-151-AMT-ED.
       MOVE SPACES TO MSTMT-RPT-LINE.
       MOVE VFX-151-LABEL  TO MSTMT-RPT-LINE(3:40).
       MOVE VFX-151-AMT-ED TO MSTMT-RPT-LINE(44:18).
       WRITE MSTMT-RPT-LINE.
