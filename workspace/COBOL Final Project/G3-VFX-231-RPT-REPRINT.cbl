      ******************************************************************
      *PROGRAM:  Report Archive Listing and Reprint
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Lists the report runs G3-VFX-229-RPT-ARCH has filed,
      *          by program and business date range, with each run's
      *          line and page counts and who asked for it, and
      *          reprints one run exactly as it was first printed to
      *          VFXREPRINT.TXT. Each reprint is counted on the
      *          run's index row with the day and the operator. A
      *          run the retention purge has removed still lists,
      *          with the day it went, but can no longer reprint.
      ******************************************************************
       PROGRAM-ID. G3-VFX-231-RPT-REPRINT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-RPTA.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-RPTA.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-231-RPT-REPRINT' TO VFX-M-PROG.
       OPEN INPUT VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       CLOSE VFX-OPER-FILE.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN I-O VFX-RIDX-FILE.
       OPEN INPUT VFX-RARC-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-231-SEL.
       PERFORM UNTIL VFX-231-SEL = 'X' OR 'x'
           DISPLAY " "
           DISPLAY "REPORT ARCHIVE"
           DISPLAY "L = LIST ARCHIVED REPORTS, R = REPRINT A RUN, "
                   "X = EXIT: "
           ACCEPT VFX-231-SEL
           EVALUATE VFX-231-SEL
               WHEN 'L'
               WHEN 'l'
                   PERFORM 100-LIST-RUNS
               WHEN 'R'
               WHEN 'r'
                   PERFORM 200-REPRINT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-RIDX-FILE.
       CLOSE VFX-RARC-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
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
      *040-SIGN-ON validates the operator against VFX-OPER-FILE the
      *same way G3-VFX-111-OPER-UNLK does.
       040-SIGN-ON.
       MOVE 'N' TO WS-SIGNON-FLAG.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO WS-OPERATOR-ID
           MOVE VFX-SESSION-AUTH TO WS-OPER-AUTH
           MOVE 'Y' TO WS-SIGNON-FLAG
       END-IF.
       PERFORM UNTIL WS-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPER-PASSWORD-IN
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ VFX-OPER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
               NOT INVALID KEY
                   IF OPER-LOCKED
                       DISPLAY "OPERATOR IS LOCKED OUT - A "
                               "SUPERVISOR MUST UNLOCK THE ID"
                   ELSE
                   IF NOT OPER-ACTIVE
                       DISPLAY "OPERATOR IS INACTIVE"
                   ELSE
                       IF OPER-PASSWORD = WS-OPER-PASSWORD-IN
                           MOVE OPER-AUTH TO WS-OPER-AUTH
                           MOVE 'Y' TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "PASSWORD DOES NOT MATCH"
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *100-LIST-RUNS lists the archived runs of one program, or of
      *every program, whose business date falls in the range asked
      *for. A blank from-date starts at the beginning of the archive
      *and a blank to-date runs through today.
       100-LIST-RUNS.
       DISPLAY "PROGRAM (BLANK = ALL): ".
       ACCEPT VFX-231-PROG.
       DISPLAY "FROM BUSINESS DATE YYYYMMDD (BLANK = EARLIEST): ".
       ACCEPT VFX-231-FROM-DATE.
       DISPLAY "TO BUSINESS DATE YYYYMMDD (BLANK = TODAY): ".
       ACCEPT VFX-231-TO-DATE.
       IF VFX-231-TO-DATE = SPACES
           MOVE WS-BUS-DATE TO VFX-231-TO-DATE
       END-IF.
       IF (VFX-231-FROM-DATE NOT = SPACES
               AND VFX-231-FROM-DATE IS NOT NUMERIC)
               OR VFX-231-TO-DATE IS NOT NUMERIC
           DISPLAY "DATES MUST BE YYYYMMDD"
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VFX-231-LIST-COUNT.
       MOVE 'N' TO VFX-231-EOF-FLAG.
       MOVE LOW-VALUES TO RIDX-KEY.
       IF VFX-231-PROG NOT = SPACES
           MOVE VFX-231-PROG TO RIDX-PROG
       END-IF.
       START VFX-RIDX-FILE KEY IS NOT LESS THAN RIDX-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-231-EOF-FLAG
       END-START.
       DISPLAY "PROGRAM              BUS DATE RUN REPORT          "
               "    LINES  PAGES BY       STATUS".
       PERFORM UNTIL VFX-231-EOF
           READ VFX-RIDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-231-EOF-FLAG
               NOT AT END
                   IF VFX-231-PROG NOT = SPACES
                           AND RIDX-PROG NOT = VFX-231-PROG
                       MOVE 'Y' TO VFX-231-EOF-FLAG
                   ELSE
                       IF RIDX-BUS-DATE NOT < VFX-231-FROM-DATE
                               AND RIDX-BUS-DATE NOT > VFX-231-TO-DATE
                           PERFORM 110-SHOW-RUN
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-231-LIST-COUNT = ZERO
           DISPLAY "NO ARCHIVED REPORTS IN THAT RANGE"
       END-IF.
      *-----------------------------------------------------------------
       110-SHOW-RUN.
       ADD 1 TO VFX-231-LIST-COUNT.
       MOVE RIDX-LINES TO VFX-231-LINES-ED.
       MOVE RIDX-PAGES TO VFX-231-PAGES-ED.
       IF RIDX-PURGED
           MOVE "PURGED" TO VFX-231-STAT-TXT
       ELSE
           MOVE "ON FILE" TO VFX-231-STAT-TXT
       END-IF.
       DISPLAY RIDX-PROG " " RIDX-BUS-DATE " " RIDX-SEQ " "
               RIDX-RPT-ID " " VFX-231-LINES-ED " " VFX-231-PAGES-ED
               " " RIDX-OPERATOR-ID " " VFX-231-STAT-TXT.
       IF RIDX-PURGED
           DISPLAY "     PURGED " RIDX-PURGE-DATE
       END-IF.
       IF RIDX-REPRINTS > ZERO
           DISPLAY "     REPRINTED " RIDX-REPRINTS " TIMES, LAST "
                   RIDX-REPRINT-DATE " BY " RIDX-REPRINT-OPER
       END-IF.
      ******************************************************************
      *200-REPRINT-RUN writes one archived run back out line for
      *line and notes the reprint on its index row.
       200-REPRINT-RUN.
       DISPLAY "PROGRAM: ".
       ACCEPT VFX-231-PROG.
       DISPLAY "BUSINESS DATE YYYYMMDD: ".
       ACCEPT VFX-231-FROM-DATE.
       DISPLAY "RUN NUMBER (BLANK = 1): ".
       ACCEPT VFX-231-SEQ-IN.
       MOVE VFX-231-PROG      TO RIDX-PROG.
       MOVE VFX-231-FROM-DATE TO RIDX-BUS-DATE.
       IF VFX-231-SEQ-IN = SPACES
           MOVE 1 TO RIDX-SEQ
       ELSE
           COMPUTE RIDX-SEQ = FUNCTION NUMVAL(VFX-231-SEQ-IN)
       END-IF.
       READ VFX-RIDX-FILE
           INVALID KEY
               DISPLAY "NO ARCHIVED RUN " RIDX-PROG " "
                       RIDX-BUS-DATE " " RIDX-SEQ
               EXIT PARAGRAPH
       END-READ.
       IF RIDX-PURGED
           DISPLAY "RUN WAS PURGED BY THE RETENTION SCHEDULE ON "
                   RIDX-PURGE-DATE " - IT CAN NO LONGER BE REPRINTED"
           EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT VFX-RPRT-FILE.
       MOVE ZERO TO VFX-231-LINES.
       MOVE 'N' TO VFX-231-EOF-FLAG.
       MOVE RIDX-KEY TO RARC-RUN-KEY.
       MOVE ZERO     TO RARC-LINE-NBR.
       START VFX-RARC-FILE KEY IS NOT LESS THAN RARC-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-231-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-231-EOF
           READ VFX-RARC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-231-EOF-FLAG
               NOT AT END
                   IF RARC-RUN-KEY NOT = RIDX-KEY
                       MOVE 'Y' TO VFX-231-EOF-FLAG
                   ELSE
                       MOVE RARC-TEXT TO RPRT-LINE
                       WRITE RPRT-LINE
                       ADD 1 TO VFX-231-LINES
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-RPRT-FILE.
       IF VFX-231-LINES NOT = RIDX-LINES
           DISPLAY "*** " VFX-231-LINES " LINES REPRINTED BUT THE "
                   "INDEX SAYS " RIDX-LINES " - REFER TO SUPPORT ***"
       END-IF.
       ADD 1 TO RIDX-REPRINTS.
       MOVE WS-BUS-DATE    TO RIDX-REPRINT-DATE.
       MOVE WS-OPERATOR-ID TO RIDX-REPRINT-OPER.
       REWRITE RIDX-REC.
       ADD 1 TO WS-JOB-LOG-COUNT.
       MOVE VFX-231-LINES TO VFX-231-LINES-ED.
       DISPLAY RIDX-RPT-ID " OF " RIDX-BUS-DATE " RUN " RIDX-SEQ
               " REPRINTED TO VFXREPRINT.TXT -" VFX-231-LINES-ED
               " LINES".
