      ******************************************************************
      *PROGRAM:  Audit Log Chain Verification
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Proves the member and merchant audit logs are whole.
      *          Every line written since chaining began carries a
      *          sequence number and a check value computed over the
      *          line and the check value of the line before it, so
      *          a line edited, deleted, inserted or moved breaks the
      *          chain where it happened. This run walks each log
      *          from the top, recomputes every check value, follows
      *          the re-seal markers the erasure and the retention
      *          purge leave where they took lines out, and compares
      *          where the log ends with the chain head on the
      *          control file. Each exception is printed with its
      *          line number; the job log records the count and
      *          whether the chain held. Lines from before chaining
      *          began are counted but cannot be proved.
      ******************************************************************
       PROGRAM-ID. G3-VFX-175-AUDVERIFY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-MER-AUDIT.
       COPY SELECT-VFX-AUDV.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-MER-AUDIT.
       COPY FD-VFX-AUDV.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  WS-AUDIT-STATUS              PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-175-AUDVERIFY' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       OPEN OUTPUT VFX-AUDV-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-WRITE-HEADER.
       PERFORM 200-VERIFY-MBR-AUDIT.
       PERFORM 300-VERIFY-MER-AUDIT.
       IF VFX-175-TOT-BREAKS = ZERO
           MOVE "AUDIT CHAIN OK"     TO VFX-175-RESULT
       ELSE
           MOVE "AUDIT CHAIN BROKEN" TO VFX-175-RESULT
       END-IF.
       MOVE SPACES TO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE VFX-175-TOT-BREAKS TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-RESULT DELIMITED BY "  "
           " - EXCEPTIONS " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       DISPLAY "G3-VFX-175-AUDVERIFY: " VFX-175-TOT-BREAKS
               " EXCEPTIONS - " VFX-175-RESULT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-175-TOT-BREAKS TO JOB-LOG-COUNT.
       MOVE VFX-175-RESULT     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-AUDV-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXAUDVER.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       100-WRITE-HEADER.
       MOVE SPACES TO AUDV-LINE.
       STRING "AUDIT LOG CHAIN VERIFICATION " DELIMITED BY SIZE
           WS-YEAR "/" WS-MONTH "/" WS-DAY DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE SPACES TO AUDV-LINE.
       WRITE AUDV-LINE.
      ******************************************************************
      *150-START-LOG sets up the walk of one log: the chain starts at
      *sequence 1 from a check value of zero, exactly as the writers
      *start it.
       150-START-LOG.
       MOVE ZERO TO VFX-175-LINE-NBR.
       MOVE ZERO TO VFX-175-LINES.
       MOVE ZERO TO VFX-175-LEGACY.
       MOVE ZERO TO VFX-175-CHAINED.
       MOVE ZERO TO VFX-175-MARKERS.
       MOVE ZERO TO VFX-175-BREAKS.
       MOVE 1    TO VFX-175-EXPECT.
       MOVE ZERO TO VFX-AUD-PREV.
       MOVE 'N'  TO VFX-175-STARTED-FLAG.
       MOVE 'N'  TO VFX-175-EOF-FLAG.
      ******************************************************************
      *200-VERIFY-MBR-AUDIT walks the member audit log. Each line is
      *handed to 400-CHECK-LINE with its check value zeroed in the
      *image, the way the writer saw it when it computed the value.
       200-VERIFY-MBR-AUDIT.
       MOVE "MBRAUDIT" TO VFX-175-LOG-ID.
       PERFORM 150-START-LOG.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       IF WS-MBR-AUDIT-STATUS NOT = "00"
           MOVE 'Y' TO VFX-175-EOF-FLAG
       END-IF.
       PERFORM UNTIL VFX-175-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-175-EOF-FLAG
               NOT AT END
                   ADD 1 TO VFX-175-LINE-NBR
                   IF MAUD-SEQ IS NUMERIC AND MAUD-CHECK IS NUMERIC
                       MOVE 'Y'            TO VFX-175-SEALED-FLAG
                       MOVE MAUD-SEQ       TO VFX-175-SEQ
                       MOVE MAUD-CHECK     TO VFX-175-STORED
                       MOVE MAUD-FIELD     TO VFX-175-FIELD
                       MOVE MAUD-OLD-VALUE TO VFX-175-OLD-VALUE
                       MOVE MAUD-NEW-VALUE TO VFX-175-NEW-VALUE
                       MOVE ZERO           TO MAUD-CHECK
                       MOVE MAUD-REC       TO VFX-AUD-LINE
                   ELSE
                       MOVE 'N'            TO VFX-175-SEALED-FLAG
                   END-IF
                   PERFORM 400-CHECK-LINE
           END-READ
       END-PERFORM.
       CLOSE VFX-MBR-AUDIT-FILE.
       MOVE WS-CTL-MAUD-SEQ-NAME TO VFX-AUD-SEQ-NAME.
       MOVE WS-CTL-MAUD-CHK-NAME TO VFX-AUD-CHK-NAME.
       PERFORM 500-CHECK-HEAD.
       PERFORM 600-WRITE-SUMMARY.
      ******************************************************************
      *300-VERIFY-MER-AUDIT does the same for the merchant audit log.
       300-VERIFY-MER-AUDIT.
       MOVE "MERAUDIT" TO VFX-175-LOG-ID.
       PERFORM 150-START-LOG.
       OPEN INPUT MER-AUDIT-FILE.
       IF WS-AUDIT-STATUS NOT = "00"
           MOVE 'Y' TO VFX-175-EOF-FLAG
       END-IF.
       PERFORM UNTIL VFX-175-EOF
           READ MER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-175-EOF-FLAG
               NOT AT END
                   ADD 1 TO VFX-175-LINE-NBR
                   IF AUDIT-SEQ IS NUMERIC AND AUDIT-CHECK IS NUMERIC
                       MOVE 'Y'             TO VFX-175-SEALED-FLAG
                       MOVE AUDIT-SEQ       TO VFX-175-SEQ
                       MOVE AUDIT-CHECK     TO VFX-175-STORED
                       MOVE AUDIT-FIELD     TO VFX-175-FIELD
                       MOVE AUDIT-OLD-VALUE TO VFX-175-OLD-VALUE
                       MOVE AUDIT-NEW-VALUE TO VFX-175-NEW-VALUE
                       MOVE ZERO            TO AUDIT-CHECK
                       MOVE AUDIT-REC       TO VFX-AUD-LINE
                   ELSE
                       MOVE 'N'             TO VFX-175-SEALED-FLAG
                   END-IF
                   PERFORM 400-CHECK-LINE
           END-READ
       END-PERFORM.
       CLOSE MER-AUDIT-FILE.
       MOVE WS-CTL-MERA-SEQ-NAME TO VFX-AUD-SEQ-NAME.
       MOVE WS-CTL-MERA-CHK-NAME TO VFX-AUD-CHK-NAME.
       PERFORM 500-CHECK-HEAD.
       PERFORM 600-WRITE-SUMMARY.
      ******************************************************************
      *400-CHECK-LINE proves one line. Lines at the top of the log
      *with no sequence number were written before chaining began;
      *once the chain has started, an unsealed line can only have
      *been put there by hand. A sealed line must carry the sequence
      *number due and the check value recomputed from the line and
      *the one before it. A re-seal marker stands for a sanctioned
      *removal: it must itself verify, and it moves the chain on past
      *the range it names, from the check value it carries.
       400-CHECK-LINE.
       ADD 1 TO VFX-175-LINES.
       IF NOT VFX-175-SEALED
           IF VFX-175-STARTED
               MOVE "UNSEALED LINE INSIDE THE CHAIN - NOT WRITTEN BY A "
                 & "PROGRAM" TO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           ELSE
               ADD 1 TO VFX-175-LEGACY
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO VFX-175-STARTED-FLAG.
       PERFORM 976-AUD-CHECK-VALUE.
       IF VFX-175-FIELD = VFX-AUD-RESEAL-FIELD
           ADD 1 TO VFX-175-MARKERS
           IF VFX-AUD-CHECK NOT = VFX-175-STORED
               MOVE "RE-SEAL MARKER ALTERED, OR A LINE AHEAD OF IT "
                 & "CHANGED" TO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           END-IF
           MOVE VFX-175-OLD-VALUE TO VFX-AUD-RESEAL-RANGE
           MOVE VFX-175-NEW-VALUE TO VFX-AUD-RESEAL-LINK
           MOVE VFX-AUD-RANGE-LO  TO VFX-175-SEQ
           IF VFX-175-SEQ NOT = VFX-175-EXPECT
               PERFORM 420-SEQ-BREAK
           END-IF
           COMPUTE VFX-175-EXPECT = VFX-AUD-RANGE-HI + 1
           MOVE VFX-AUD-LINK-CHK TO VFX-AUD-PREV
       ELSE
           ADD 1 TO VFX-175-CHAINED
           IF VFX-175-SEQ NOT = VFX-175-EXPECT
               PERFORM 420-SEQ-BREAK
           END-IF
           IF VFX-AUD-CHECK NOT = VFX-175-STORED
               MOVE SPACES TO VFX-175-MSG
               STRING "CHAIN BROKEN AT SEQ " DELIMITED BY SIZE
                   VFX-175-SEQ DELIMITED BY SIZE
                   " - LINE ALTERED, OR A LINE AHEAD OF IT "
                   "CHANGED" DELIMITED BY SIZE
                   INTO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           END-IF
           COMPUTE VFX-175-EXPECT = VFX-175-SEQ + 1
           MOVE VFX-175-STORED TO VFX-AUD-PREV
       END-IF.
      ******************************************************************
      *420-SEQ-BREAK reports a sequence number other than the one
      *due: higher means lines are missing, lower means lines were
      *moved or copied back in.
       420-SEQ-BREAK.
       MOVE SPACES TO VFX-175-MSG.
       IF VFX-175-SEQ > VFX-175-EXPECT
           COMPUTE VFX-AUD-SEQ = VFX-175-SEQ - 1
           STRING "LINES MISSING - SEQ " DELIMITED BY SIZE
               VFX-175-EXPECT DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               VFX-AUD-SEQ DELIMITED BY SIZE
               INTO VFX-175-MSG
       ELSE
           STRING "OUT OF ORDER - SEQ " DELIMITED BY SIZE
               VFX-175-SEQ DELIMITED BY SIZE
               " WHERE " DELIMITED BY SIZE
               VFX-175-EXPECT DELIMITED BY SIZE
               " WAS DUE" DELIMITED BY SIZE
               INTO VFX-175-MSG
       END-IF.
       PERFORM 450-REPORT-BREAK.
      ******************************************************************
       450-REPORT-BREAK.
       ADD 1 TO VFX-175-BREAKS.
       ADD 1 TO VFX-175-TOT-BREAKS.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           " LINE " DELIMITED BY SIZE
           VFX-175-LINE-NBR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-175-MSG DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
      ******************************************************************
      *500-CHECK-HEAD compares where the log ended with the chain
      *head the writers keep on the control file. Lines cut off the
      *end of the log - which leave no gap for the walk to see - show
      *up here as a head further on than the log.
       500-CHECK-HEAD.
       MOVE 'Y' TO VFX-175-HEAD-FLAG.
       MOVE VFX-AUD-SEQ-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 'N' TO VFX-175-HEAD-FLAG
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-175-HEAD-SEQ
       END-READ.
       MOVE VFX-AUD-CHK-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 'N' TO VFX-175-HEAD-FLAG
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-175-HEAD-CHK
       END-READ.
       IF NOT VFX-175-HEAD-FOUND
           IF VFX-175-STARTED
               MOVE "CHAIN HEAD MISSING FROM THE CONTROL FILE"
                   TO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-175-MSG.
       EVALUATE TRUE
           WHEN VFX-175-HEAD-SEQ > VFX-175-EXPECT
               COMPUTE VFX-AUD-SEQ = VFX-175-HEAD-SEQ - 1
               STRING "LINES MISSING FROM THE END - SEQ "
                       DELIMITED BY SIZE
                   VFX-175-EXPECT DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   VFX-AUD-SEQ DELIMITED BY SIZE
                   INTO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           WHEN VFX-175-HEAD-SEQ < VFX-175-EXPECT
               STRING "LOG RUNS PAST THE CHAIN HEAD AT SEQ "
                       DELIMITED BY SIZE
                   VFX-175-HEAD-SEQ DELIMITED BY SIZE
                   INTO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
           WHEN VFX-175-HEAD-CHK NOT = VFX-AUD-PREV
               MOVE "LAST LINE DOES NOT MATCH THE CHAIN HEAD"
                   TO VFX-175-MSG
               PERFORM 450-REPORT-BREAK
       END-EVALUATE.
      ******************************************************************
       600-WRITE-SUMMARY.
       MOVE VFX-175-LINES TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           "  LINES READ              " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE VFX-175-CHAINED TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           "  CHAINED LINES PROVED    " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE VFX-175-MARKERS TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           "  RE-SEAL MARKERS         " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE VFX-175-LEGACY TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           "  FROM BEFORE CHAINING    " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE VFX-175-BREAKS TO VFX-175-CNT-ED.
       MOVE SPACES TO AUDV-LINE.
       STRING VFX-175-LOG-ID DELIMITED BY SIZE
           "  EXCEPTIONS              " DELIMITED BY SIZE
           VFX-175-CNT-ED DELIMITED BY SIZE
           INTO AUDV-LINE.
       WRITE AUDV-LINE.
       MOVE SPACES TO AUDV-LINE.
       WRITE AUDV-LINE.
      ******************************************************************
      *976-AUD-CHECK-VALUE folds every byte of VFX-AUD-LINE into the
      *previous check value in VFX-AUD-PREV - times 31, plus the
      *byte, remainder over a large prime - so a change to the line,
      *or to any line chained ahead of it, changes the result.
       976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-PREV TO VFX-AUD-CHECK.
       PERFORM VARYING VFX-AUD-IX FROM 1 BY 1 UNTIL VFX-AUD-IX > 150
           COMPUTE VFX-AUD-WORK = VFX-AUD-CHECK * 31
               + FUNCTION ORD(VFX-AUD-LINE(VFX-AUD-IX:1))
           DIVIDE VFX-AUD-WORK BY 99999989 GIVING VFX-AUD-QUOT
               REMAINDER VFX-AUD-CHECK
       END-PERFORM.
