      ******************************************************************
      *PROGRAM:  Open Service Case Aging Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly look at every service case still open or
      *          pending on the member, aged in days from its open
      *          date to the business date. Cases past their
      *          category's service-level target are listed one by
      *          one, then the open cases are summed by category and
      *          owner with how many are past target and the oldest,
      *          so a supervisor sees whose queue is slipping.
      ******************************************************************
       PROGRAM-ID. G3-VFX-199-CASE-AGE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-CASE.
       COPY SELECT-VFX-CASE-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-CASE.
       COPY FD-VFX-CASE-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-199-CASE-AGE' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-199-TODAY-NUM.
       OPEN INPUT VFX-CASE-FILE.
       OPEN OUTPUT VFX-CASE-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-199-OWNER-TABLE
                  VFX-199-CAT-TOTALS.
       PERFORM 100-PRINT-HEADER.
       MOVE 'N' TO VFX-199-EOF-FLAG.
       MOVE LOW-VALUES TO CASE-KEY.
       START VFX-CASE-FILE KEY IS NOT LESS THAN CASE-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-199-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-199-EOF
           READ VFX-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-199-EOF-FLAG
               NOT AT END
                   IF CASE-STILL-OPEN
                       PERFORM 200-ONE-CASE
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-199-PAST-COUNT = ZERO
           MOVE "  (NONE)" TO CASE-RPT-LINE
           WRITE CASE-RPT-LINE
       END-IF.
       PERFORM 400-PRINT-OWNERS.
       PERFORM 500-PRINT-TOTALS.
       DISPLAY "G3-VFX-199-CASE-AGE: " VFX-199-OPEN-COUNT
               " OPEN CASES, " VFX-199-PAST-COUNT " PAST TARGET".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-199-OPEN-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-CASE-FILE.
       CLOSE VFX-CASE-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXCASEAGE.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE ages the cases to the BUSDATE control record,
      *falling back to the calendar date when no control record
      *exists yet.
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
       MOVE SPACES TO CASE-RPT-LINE.
       STRING "OPEN SERVICE CASE AGING AS OF " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE SPACES TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE "CASES PAST SERVICE-LEVEL TARGET" TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE "MEMBER   CASE CATEGORY         OWNER    OPENED   "
         & "STATUS     AGE TARGET" TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
      ******************************************************************
      *200-ONE-CASE ages one open case, lists it when it is past its
      *category's target, and counts it toward its category and
      *owner. A case whose category is off the table still counts
      *in the totals.
       200-ONE-CASE.
       ADD 1 TO VFX-199-OPEN-COUNT.
       MOVE ZERO TO VFX-CASE-FOUND-X.
       PERFORM VARYING VFX-CASE-CX FROM 1 BY 1
               UNTIL VFX-CASE-CX > 5
                  OR VFX-CASE-FOUND-X NOT = ZERO
           IF VFX-CASE-CAT-CODE(VFX-CASE-CX) = CASE-CATEGORY
               MOVE VFX-CASE-CX TO VFX-CASE-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-CASE-FOUND-X = ZERO
           ADD 1 TO VFX-199-OVER-COUNT
           EXIT PARAGRAPH
       END-IF.
       MOVE CASE-OPEN-DATE TO VFX-199-OPEN-NUM.
       COMPUTE VFX-199-AGE =
           FUNCTION INTEGER-OF-DATE(VFX-199-TODAY-NUM)
         - FUNCTION INTEGER-OF-DATE(VFX-199-OPEN-NUM).
       IF VFX-199-AGE < ZERO
           MOVE ZERO TO VFX-199-AGE
       END-IF.
       ADD 1 TO VFX-199-C-OPEN(VFX-CASE-FOUND-X).
       IF VFX-199-AGE > VFX-CASE-CAT-SLA(VFX-CASE-FOUND-X)
           ADD 1 TO VFX-199-PAST-COUNT
           ADD 1 TO VFX-199-C-PAST(VFX-CASE-FOUND-X)
           PERFORM 300-PRINT-PAST
       END-IF.
       PERFORM 210-FIND-ROW.
       IF VFX-199-FOUND-X = ZERO
           ADD 1 TO VFX-199-OVER-COUNT
       ELSE
           MOVE VFX-199-FOUND-X TO VFX-199-RX
           ADD 1 TO VFX-199-R-OPEN(VFX-199-RX)
           IF VFX-199-AGE > VFX-CASE-CAT-SLA(VFX-CASE-FOUND-X)
               ADD 1 TO VFX-199-R-PAST(VFX-199-RX)
           END-IF
           IF VFX-199-AGE > VFX-199-R-OLDEST(VFX-199-RX)
               MOVE VFX-199-AGE TO VFX-199-R-OLDEST(VFX-199-RX)
           END-IF
       END-IF.
      ******************************************************************
      *210-FIND-ROW finds the case's category and owner row, adding
      *one the first time the pair turns up.
       210-FIND-ROW.
       MOVE ZERO TO VFX-199-FOUND-X.
       PERFORM VARYING VFX-199-RX FROM 1 BY 1
               UNTIL VFX-199-RX > VFX-199-ROW-COUNT
                  OR VFX-199-FOUND-X NOT = ZERO
           IF VFX-199-R-CAT(VFX-199-RX) = VFX-CASE-FOUND-X
                   AND VFX-199-R-OWNER(VFX-199-RX) = CASE-OWNER
               MOVE VFX-199-RX TO VFX-199-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-199-FOUND-X = ZERO AND VFX-199-ROW-COUNT < 200
           ADD 1 TO VFX-199-ROW-COUNT
           MOVE VFX-199-ROW-COUNT TO VFX-199-FOUND-X
           MOVE VFX-CASE-FOUND-X TO VFX-199-R-CAT(VFX-199-FOUND-X)
           MOVE CASE-OWNER       TO VFX-199-R-OWNER(VFX-199-FOUND-X)
       END-IF.
      ******************************************************************
       300-PRINT-PAST.
       IF CASE-PENDING
           MOVE "PENDING" TO VFX-199-STAT-TXT
       ELSE
           MOVE "OPEN"    TO VFX-199-STAT-TXT
       END-IF.
       MOVE VFX-199-AGE TO VFX-199-DAYS-ED.
       MOVE VFX-CASE-CAT-SLA(VFX-CASE-FOUND-X) TO VFX-199-SLA-ED.
       MOVE SPACES TO CASE-RPT-LINE.
       STRING CASE-MBR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CASE-NBR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-CASE-CAT-NAME(VFX-CASE-FOUND-X) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CASE-OWNER DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CASE-OPEN-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-199-STAT-TXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-199-DAYS-ED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           VFX-199-SLA-ED DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE SPACES TO CASE-RPT-LINE.
       STRING "              " DELIMITED BY SIZE
           CASE-SUBJECT DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
      ******************************************************************
      *400-PRINT-OWNERS shows, category by category, each owner's
      *open cases, how many are past target and the oldest in days.
      *A row with anything past target is starred.
       400-PRINT-OWNERS.
       MOVE SPACES TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE "OPEN CASES BY CATEGORY AND OWNER" TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE "CATEGORY         OWNER      OPEN  PAST TARGET  OLDEST"
           TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       PERFORM VARYING VFX-CASE-CX FROM 1 BY 1
               UNTIL VFX-CASE-CX > 5
           PERFORM VARYING VFX-199-RX FROM 1 BY 1
                   UNTIL VFX-199-RX > VFX-199-ROW-COUNT
               IF VFX-199-R-CAT(VFX-199-RX) = VFX-CASE-CX
                   PERFORM 410-PRINT-ROW
               END-IF
           END-PERFORM
       END-PERFORM.
      *-----------------------------------------------------------------
       410-PRINT-ROW.
       MOVE VFX-199-R-OPEN(VFX-199-RX)   TO VFX-199-CNT1-ED.
       MOVE VFX-199-R-PAST(VFX-199-RX)   TO VFX-199-CNT2-ED.
       MOVE VFX-199-R-OLDEST(VFX-199-RX) TO VFX-199-DAYS-ED.
       IF VFX-199-R-PAST(VFX-199-RX) > ZERO
           MOVE "  *" TO VFX-199-FLAG
       ELSE
           MOVE SPACES TO VFX-199-FLAG
       END-IF.
       MOVE SPACES TO CASE-RPT-LINE.
       STRING VFX-CASE-CAT-NAME(VFX-CASE-CX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-199-R-OWNER(VFX-199-RX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-199-CNT1-ED DELIMITED BY SIZE
           "       " DELIMITED BY SIZE
           VFX-199-CNT2-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-199-DAYS-ED DELIMITED BY SIZE
           VFX-199-FLAG DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
      ******************************************************************
       500-PRINT-TOTALS.
       MOVE SPACES TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE "CATEGORY TOTALS  TARGET     OPEN  PAST TARGET"
           TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       PERFORM VARYING VFX-CASE-CX FROM 1 BY 1
               UNTIL VFX-CASE-CX > 5
           MOVE VFX-CASE-CAT-SLA(VFX-CASE-CX) TO VFX-199-SLA-ED
           MOVE VFX-199-C-OPEN(VFX-CASE-CX)   TO VFX-199-CNT1-ED
           MOVE VFX-199-C-PAST(VFX-CASE-CX)   TO VFX-199-CNT2-ED
           MOVE SPACES TO CASE-RPT-LINE
           STRING VFX-CASE-CAT-NAME(VFX-CASE-CX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VFX-199-SLA-ED DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               VFX-199-CNT1-ED DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               VFX-199-CNT2-ED DELIMITED BY SIZE
               INTO CASE-RPT-LINE
           WRITE CASE-RPT-LINE
       END-PERFORM.
       MOVE SPACES TO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE VFX-199-OPEN-COUNT TO VFX-199-CNT1-ED.
       MOVE SPACES TO CASE-RPT-LINE.
       STRING "OPEN CASES              " DELIMITED BY SIZE
           VFX-199-CNT1-ED DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       MOVE VFX-199-PAST-COUNT TO VFX-199-CNT1-ED.
       MOVE SPACES TO CASE-RPT-LINE.
       STRING "PAST TARGET             " DELIMITED BY SIZE
           VFX-199-CNT1-ED DELIMITED BY SIZE
           INTO CASE-RPT-LINE.
       WRITE CASE-RPT-LINE.
       IF VFX-199-OVER-COUNT > ZERO
           MOVE VFX-199-OVER-COUNT TO VFX-199-CNT1-ED
           MOVE SPACES TO CASE-RPT-LINE
           STRING "NOT BROKEN OUT          " DELIMITED BY SIZE
               VFX-199-CNT1-ED DELIMITED BY SIZE
               INTO CASE-RPT-LINE
           WRITE CASE-RPT-LINE
       END-IF.
