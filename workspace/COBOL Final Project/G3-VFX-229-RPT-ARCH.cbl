      ******************************************************************
      *PROGRAM:  Dated Report Archive
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: CALLed by every report program once its print file
      *          is closed. The print files are rewritten under the
      *          same name by each run, so this copies the run line
      *          for line into VFX-RARC-FILE under the program, the
      *          business date and that day's next run sequence for
      *          the program, and indexes it on VFX-RIDX-FILE with
      *          its line and page counts and the operator who
      *          asked for the run. An auditor's question about a
      *          past report is then answered from what was actually
      *          printed, not from a rerun against data that has
      *          since changed. The retention purge ages the archive
      *          off like any other history file.
      ******************************************************************
       PROGRAM-ID. G3-VFX-229-RPT-ARCH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-RPTA.
       COPY SELECT-CTL-NBR.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-RPTA.
       COPY FD-CTL-NBR.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-229-RPT-ARCH' TO VFX-M-PROG.
       IF VFX-ARCH-FILE-NAME = SPACES OR LOW-VALUES
               OR VFX-ARCH-PROG = SPACES OR LOW-VALUES
           GOBACK
       END-IF.
      *A caller may still hold the control file open for update, so
      *a refused OPEN dates the run from the calendar instead.
       OPEN INPUT CTL-NBR-FILE.
       IF WS-CTL-STATUS = "00"
           PERFORM 035-READ-BUS-DATE
           CLOSE CTL-NBR-FILE
       ELSE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-BUS-DATE
       END-IF.
      *The print file's own logical name may be in use by the caller
      *under its SELECT, so the copy reads it through a name of its
      *own pointed at the same file.
       SET ENVIRONMENT "VFXRPTSRC"    TO VFX-ARCH-FILE-NAME.
       SET ENVIRONMENT "DD_VFXRPTSRC" TO VFX-ARCH-FILE-NAME.
       OPEN INPUT VFX-RSRC-TXT.
       IF WS-RSRC-STATUS NOT = "00"
           DISPLAY "G3-VFX-229-RPT-ARCH: " VFX-ARCH-FILE-NAME
                   " NOT FOUND - NOT ARCHIVED"
           PERFORM 900-CLEAR-HANDOFF
           GOBACK
       END-IF.
       OPEN I-O VFX-RIDX-FILE.
       OPEN I-O VFX-RARC-FILE.
       IF WS-RIDX-STATUS NOT = "00" OR WS-RARC-STATUS NOT = "00"
           DISPLAY "G3-VFX-229-RPT-ARCH: REPORT ARCHIVE NOT "
                   "AVAILABLE - " VFX-ARCH-FILE-NAME " NOT ARCHIVED"
           CLOSE VFX-RSRC-TXT
           CLOSE VFX-RIDX-FILE
           CLOSE VFX-RARC-FILE
           PERFORM 900-CLEAR-HANDOFF
           GOBACK
       END-IF.
       PERFORM 100-NEXT-SEQ.
       PERFORM 200-COPY-LINES.
       PERFORM 300-WRITE-INDEX.
       DISPLAY "G3-VFX-229-RPT-ARCH: " VFX-ARCH-FILE-NAME
               " ARCHIVED AS " RIDX-PROG " " RIDX-BUS-DATE
               " RUN " RIDX-SEQ " - " RIDX-LINES " LINES".
       CLOSE VFX-RSRC-TXT.
       CLOSE VFX-RIDX-FILE.
       CLOSE VFX-RARC-FILE.
       PERFORM 900-CLEAR-HANDOFF.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE stamps the run with the BUSDATE control
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
      *100-NEXT-SEQ finds the highest run sequence already archived
      *for this program on this business date; the new run is the
      *next one.
       100-NEXT-SEQ.
       MOVE ZERO TO VFX-229-SEQ.
       MOVE 'N' TO VFX-229-EOF-FLAG.
       MOVE VFX-ARCH-PROG TO RIDX-PROG.
       MOVE WS-BUS-DATE   TO RIDX-BUS-DATE.
       MOVE ZERO          TO RIDX-SEQ.
       START VFX-RIDX-FILE KEY IS NOT LESS THAN RIDX-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-229-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-229-EOF
           READ VFX-RIDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-229-EOF-FLAG
               NOT AT END
                   IF RIDX-PROG NOT = VFX-ARCH-PROG
                           OR RIDX-BUS-DATE NOT = WS-BUS-DATE
                       MOVE 'Y' TO VFX-229-EOF-FLAG
                   ELSE
                       MOVE RIDX-SEQ TO VFX-229-SEQ
                   END-IF
           END-READ
       END-PERFORM.
       ADD 1 TO VFX-229-SEQ.
      ******************************************************************
      *200-COPY-LINES copies the print file a line at a time under
      *the new run's key.
       200-COPY-LINES.
       MOVE ZERO TO VFX-229-LINES.
       MOVE VFX-ARCH-PROG TO RARC-PROG.
       MOVE WS-BUS-DATE   TO RARC-BUS-DATE.
       MOVE VFX-229-SEQ   TO RARC-SEQ.
       MOVE 'N' TO VFX-229-EOF-FLAG.
       PERFORM UNTIL VFX-229-EOF
           READ VFX-RSRC-TXT
               AT END
                   MOVE 'Y' TO VFX-229-EOF-FLAG
               NOT AT END
                   ADD 1 TO VFX-229-LINES
                   MOVE VFX-229-LINES TO RARC-LINE-NBR
                   MOVE RSRC-LINE     TO RARC-TEXT
                   WRITE RARC-REC
           END-READ
       END-PERFORM.
      ******************************************************************
      *300-WRITE-INDEX files the run's index row. The report id is
      *the file name up to its extension. A run with no session
      *behind it - the night chain, or a program started on its own
      *- is filed as BATCH.
       300-WRITE-INDEX.
       MOVE SPACES TO VFX-229-RPT-ID.
       UNSTRING VFX-ARCH-FILE-NAME DELIMITED BY "."
           INTO VFX-229-RPT-ID.
       MOVE SPACES             TO RIDX-REC.
       MOVE VFX-ARCH-PROG      TO RIDX-PROG.
       MOVE WS-BUS-DATE        TO RIDX-BUS-DATE.
       MOVE VFX-229-SEQ        TO RIDX-SEQ.
       MOVE VFX-229-RPT-ID     TO RIDX-RPT-ID.
       MOVE VFX-ARCH-FILE-NAME TO RIDX-FILE-NAME.
       MOVE VFX-229-LINES      TO RIDX-LINES.
       COMPUTE RIDX-PAGES = (VFX-229-LINES + VFX-229-PAGE-LINES - 1)
           / VFX-229-PAGE-LINES.
       IF VFX-SESSION-OPERATOR = SPACES OR LOW-VALUES
           MOVE "BATCH"              TO RIDX-OPERATOR-ID
       ELSE
           MOVE VFX-SESSION-OPERATOR TO RIDX-OPERATOR-ID
       END-IF.
       MOVE WS-TSTAMP(1:14)    TO RIDX-RUN-TSTAMP.
       SET RIDX-ON-FILE        TO TRUE.
       MOVE ZERO               TO RIDX-REPRINTS.
       WRITE RIDX-REC.
      ******************************************************************
      *900-CLEAR-HANDOFF empties the EXTERNAL hand-off so a later
      *CALL from a program that forgot to fill it archives nothing
      *rather than the last report over again.
       900-CLEAR-HANDOFF.
       MOVE SPACES TO VFX-ARCH-PROG.
       MOVE SPACES TO VFX-ARCH-FILE-NAME.
