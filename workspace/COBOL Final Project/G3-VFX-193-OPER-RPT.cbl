      ******************************************************************
      *PROGRAM:  Operator Activity and Productivity Report
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Adds up who did the work, for the week ending the
      *          business date or for a calendar month, one line per
      *          operator on VFX-OPER-FILE: members added, member
      *          fields changed, titles maintained, refunds and
      *          their dollars, goodwill credits and their dollars,
      *          fraud holds released and rejected, disputes worked,
      *          data-quality rows worked and parental-control
      *          overrides. Each column is averaged over the
      *          operators who did any work in the period, and an
      *          operator well over the team average on any column
      *          is starred and listed so a supervisor sees it.
      ******************************************************************
       PROGRAM-ID. G3-VFX-193-OPER-RPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-FHOLD.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-DQ.
       COPY SELECT-VFX-RUNH.
       COPY SELECT-VFX-OPA-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-RFND.
       COPY FD-VFX-GC.
       COPY FD-VFX-FHOLD.
       COPY FD-VFX-DISP.
       COPY FD-VFX-DQ.
       COPY FD-VFX-RUNH.
       COPY FD-VFX-OPA-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-193-OPER-RPT' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       PERFORM 050-SET-PERIOD.
       OPEN INPUT VFX-OPER-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN INPUT VFX-RFND-FILE.
       OPEN INPUT VFX-GC-FILE.
       OPEN INPUT VFX-FHOLD-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN INPUT VFX-DQ-FILE.
       OPEN OUTPUT VFX-OPA-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-193-OPER-TABLE
                  VFX-193-TEAM-TABLE
                  VFX-193-AVG-TABLE.
       PERFORM 100-LOAD-OPERATORS.
       PERFORM 200-MEMBERS-ADDED.
       PERFORM 210-FIELD-CHANGES.
       PERFORM 220-TITLES.
       PERFORM 230-REFUNDS.
       PERFORM 240-CREDITS.
       PERFORM 250-FRAUD-HOLDS.
       PERFORM 260-DISPUTES.
       PERFORM 270-DQ-ROWS.
       PERFORM 280-OVERRIDES.
       PERFORM 300-TEAM-AVERAGE.
       PERFORM 400-PRINT-GRID.
       PERFORM 500-PRINT-OUT-OF-LINE.
       PERFORM 600-PRINT-TOTALS.
       DISPLAY "G3-VFX-193-OPER-RPT: " VFX-193-ACT-COUNT
               " ACTIONS BY " VFX-193-WORKED-COUNT " OPERATORS, "
               VFX-193-OUT-COUNT " OUT OF LINE".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-193-ACT-COUNT  TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-FHOLD-FILE.
       CLOSE VFX-DISP-FILE.
       CLOSE VFX-DQ-FILE.
       CLOSE VFX-OPA-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXOPERACT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE ends the week on the BUSDATE control record,
      *falling back to the calendar date when none exists yet.
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
      *050-SET-PERIOD turns the run's choice into an inclusive date
      *range: the seven days ending the business date, or the first
      *through the last of the month asked for. Anything other than
      *'M' runs the week.
       050-SET-PERIOD.
       DISPLAY "PERIOD - 'W' WEEK ENDING BUSINESS DATE, 'M' MONTH: ".
       ACCEPT VFX-193-PERIOD.
       IF VFX-193-MONTHLY
           MOVE 'M' TO VFX-193-PERIOD
           DISPLAY "REPORT MONTH YYYYMM (BLANK = BUSINESS MONTH): "
           ACCEPT VFX-193-MONTH
           IF VFX-193-MONTH = SPACES
               MOVE WS-BUS-DATE(1:6) TO VFX-193-MONTH
           END-IF
           STRING VFX-193-MONTH "01" DELIMITED BY SIZE
               INTO VFX-193-FROM-DATE
           STRING VFX-193-MONTH "31" DELIMITED BY SIZE
               INTO VFX-193-TO-DATE
       ELSE
           MOVE 'W' TO VFX-193-PERIOD
           MOVE WS-BUS-DATE TO VFX-193-TO-DATE
           MOVE WS-BUS-DATE TO VFX-193-TO-NUM
           COMPUTE VFX-193-FROM-INT =
               FUNCTION INTEGER-OF-DATE(VFX-193-TO-NUM) - 6
           MOVE FUNCTION DATE-OF-INTEGER(VFX-193-FROM-INT)
               TO VFX-193-FROM-NUM
           MOVE VFX-193-FROM-NUM TO VFX-193-FROM-DATE
       END-IF.
      ******************************************************************
      *100-LOAD-OPERATORS seeds one row per operator in id order.
      *Work under an id that isn't an operator - the feeds and the
      *nightly jobs stamp their own names - is counted separately.
       100-LOAD-OPERATORS.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO OPER-ID.
       START VFX-OPER-FILE KEY IS NOT LESS THAN OPER-ID
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-OPER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   IF VFX-193-OPER-COUNT < 100
                       ADD 1 TO VFX-193-OPER-COUNT
                       MOVE VFX-193-OPER-COUNT TO VFX-193-OX
                       MOVE OPER-ID   TO VFX-193-O-ID(VFX-193-OX)
                       MOVE OPER-NAME TO VFX-193-O-NAME(VFX-193-OX)
                       MOVE OPER-ACTIVE-FLAG
                           TO VFX-193-O-ACTIVE(VFX-193-OX)
                       MOVE 'N' TO VFX-193-O-WORKED(VFX-193-OX)
                       MOVE 'N' TO VFX-193-O-OUT(VFX-193-OX)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-MEMBERS-ADDED credits each enrollment in the period. The
      *member record keeps only the last operator to touch it, so
      *an enrollment edited again inside the period goes to the
      *editor - close enough for a staffing view.
       200-MEMBERS-ADDED.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       MOVE 1 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   MOVE VM-ENROLL-DATE TO VFX-193-ACT-DATE
                   MOVE VM-OPERATOR-ID TO VFX-193-ACT-OPER
                   PERFORM 900-CREDIT-OPERATOR
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-FIELD-CHANGES counts the member audit log's before/after
      *lines; the chain's reseal markers are bookkeeping, not edits.
       210-FIELD-CHANGES.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE 2 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   IF MAUD-FIELD NOT = VFX-AUD-RESEAL-FIELD
                       MOVE MAUD-TSTAMP(1:8) TO VFX-193-ACT-DATE
                       MOVE MAUD-OPERATOR-ID TO VFX-193-ACT-OPER
                       PERFORM 900-CREDIT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *220-TITLES credits each title last maintained in the period.
       220-TITLES.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO VML-MST-ID-KEY.
       START VML-MST-FILE KEY IS NOT LESS THAN VML-MST-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       MOVE 3 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VML-MST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   MOVE VML-MST-MAINT-DATE  TO VFX-193-ACT-DATE
                   MOVE VML-MST-OPERATOR-ID TO VFX-193-ACT-OPER
                   PERFORM 900-CREDIT-OPERATOR
           END-READ
       END-PERFORM.
      ******************************************************************
      *230-REFUNDS counts each refund and its full value - the cash
      *back plus whatever went back onto a gift card or credit.
       230-REFUNDS.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
       START VFX-RFND-FILE KEY IS NOT LESS THAN RFND-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-RFND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   MOVE RFND-DATE        TO VFX-193-ACT-DATE
                   MOVE RFND-OPERATOR-ID TO VFX-193-ACT-OPER
                   MOVE 4 TO VFX-193-MX
                   PERFORM 900-CREDIT-OPERATOR
                   ADD RFND-AMOUNT RFND-CREDIT-RESTORED
                       GIVING VFX-193-ACT-AMT
                   MOVE 5 TO VFX-193-MX
                   PERFORM 900-CREDIT-OPERATOR
           END-READ
       END-PERFORM.
      ******************************************************************
      *240-CREDITS counts goodwill credits issued to a member. A
      *sold gift card (member zero) is a sale, not a credit.
       240-CREDITS.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO GC-CARD-NBR.
       START VFX-GC-FILE KEY IS NOT LESS THAN GC-CARD-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-GC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   IF GC-MBR-ID NOT = ZERO
                       MOVE GC-ISSUE-DATE  TO VFX-193-ACT-DATE
                       MOVE GC-OPERATOR-ID TO VFX-193-ACT-OPER
                       MOVE 6 TO VFX-193-MX
                       PERFORM 900-CREDIT-OPERATOR
                       MOVE GC-ORIG-AMT TO VFX-193-ACT-AMT
                       MOVE 7 TO VFX-193-MX
                       PERFORM 900-CREDIT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *250-FRAUD-HOLDS credits the supervisor who released or
      *rejected each held sale; rows still held are nobody's work.
       250-FRAUD-HOLDS.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO FHOLD-KEY.
       START VFX-FHOLD-FILE KEY IS NOT LESS THAN FHOLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-FHOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   IF FHOLD-RELEASED OR FHOLD-REJECTED
                       IF FHOLD-RELEASED
                           MOVE 8 TO VFX-193-MX
                       ELSE
                           MOVE 9 TO VFX-193-MX
                       END-IF
                       MOVE FHOLD-WORK-DATE   TO VFX-193-ACT-DATE
                       MOVE FHOLD-OPERATOR-ID TO VFX-193-ACT-OPER
                       PERFORM 900-CREDIT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *260-DISPUTES credits each case to whoever last took it on.
       260-DISPUTES.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO DISP-KEY.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       MOVE 10 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   MOVE DISP-WORK-DATE   TO VFX-193-ACT-DATE
                   MOVE DISP-OPERATOR-ID TO VFX-193-ACT-OPER
                   PERFORM 900-CREDIT-OPERATOR
           END-READ
       END-PERFORM.
      ******************************************************************
      *270-DQ-ROWS credits each data-quality row worked in the period.
       270-DQ-ROWS.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       MOVE LOW-VALUES TO DQ-KEY.
       START VFX-DQ-FILE KEY IS NOT LESS THAN DQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-193-EOF-FLAG
       END-START.
       MOVE 11 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-DQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   IF DQ-WORKED
                       MOVE DQ-WORK-DATE   TO VFX-193-ACT-DATE
                       MOVE DQ-OPERATOR-ID TO VFX-193-ACT-OPER
                       PERFORM 900-CREDIT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *280-OVERRIDES reads the purchase screen's rating-override
      *lines back out of the job-log archive, which holds every
      *line through the last rotation. Lines written before the
      *supervisor was logged on them land with the unknown ids.
       280-OVERRIDES.
       MOVE 'N' TO VFX-193-EOF-FLAG.
       OPEN INPUT VFX-JLA-TXT.
       IF WS-JLA-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE 12 TO VFX-193-MX.
       PERFORM UNTIL VFX-193-EOF
           READ VFX-JLA-TXT
               AT END
                   MOVE 'Y' TO VFX-193-EOF-FLAG
               NOT AT END
                   MOVE JLA-LINE TO VFX-193-JLA-IMAGE
                   IF VFX-193-JLA-EVENT = "OVRD"
                           AND VFX-193-JLA-PROGRAM = "G3-VFX-3-PUR"
                       MOVE VFX-193-JLA-TSTAMP(1:8)
                           TO VFX-193-ACT-DATE
                       MOVE VFX-193-JLA-OPER TO VFX-193-ACT-OPER
                       PERFORM 900-CREDIT-OPERATOR
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-JLA-TXT.
      ******************************************************************
      *300-TEAM-AVERAGE averages each column over the operators who
      *did anything in the period - someone out all week shouldn't
      *drag the bar down - then stars anyone past the out-of-line
      *factor on any column. One operator alone is their own
      *average, so nobody is starred.
       300-TEAM-AVERAGE.
       PERFORM VARYING VFX-193-OX FROM 1 BY 1
               UNTIL VFX-193-OX > VFX-193-OPER-COUNT
           IF VFX-193-O-WORKED(VFX-193-OX) = 'Y'
               ADD 1 TO VFX-193-WORKED-COUNT
               PERFORM VARYING VFX-193-MX FROM 1 BY 1
                       UNTIL VFX-193-MX > VFX-193-METRICS
                   ADD VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
                       TO VFX-193-T-VAL(VFX-193-MX)
               END-PERFORM
           END-IF
       END-PERFORM.
       IF VFX-193-WORKED-COUNT = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING VFX-193-MX FROM 1 BY 1
               UNTIL VFX-193-MX > VFX-193-METRICS
           COMPUTE VFX-193-A-VAL(VFX-193-MX) ROUNDED =
               VFX-193-T-VAL(VFX-193-MX) / VFX-193-WORKED-COUNT
       END-PERFORM.
       IF VFX-193-WORKED-COUNT < 2
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING VFX-193-OX FROM 1 BY 1
               UNTIL VFX-193-OX > VFX-193-OPER-COUNT
           PERFORM VARYING VFX-193-MX FROM 1 BY 1
                   UNTIL VFX-193-MX > VFX-193-METRICS
               IF VFX-193-A-VAL(VFX-193-MX) > ZERO
                       AND VFX-193-O-VAL(VFX-193-OX, VFX-193-MX) >
                           VFX-193-A-VAL(VFX-193-MX)
                               * VFX-193-OUT-FACTOR
                   MOVE 'Y' TO VFX-193-O-OUT(VFX-193-OX)
               END-IF
           END-PERFORM
       END-PERFORM.
      ******************************************************************
      *400-PRINT-GRID prints one line per operator who did any work,
      *plus every active operator so a zero week shows as one, then
      *the team's totals and average in the same columns.
       400-PRINT-GRID.
       MOVE SPACES TO OPA-RPT-LINE.
       IF VFX-193-WEEKLY
           STRING "OPERATOR ACTIVITY - WEEK " DELIMITED BY SIZE
               VFX-193-FROM-DATE DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               VFX-193-TO-DATE DELIMITED BY SIZE
               INTO OPA-RPT-LINE
       ELSE
           STRING "OPERATOR ACTIVITY - MONTH " DELIMITED BY SIZE
               VFX-193-MONTH DELIMITED BY SIZE
               INTO OPA-RPT-LINE
       END-IF.
       WRITE OPA-RPT-LINE.
       MOVE SPACES TO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE "OPERATOR" TO OPA-RPT-LINE.
       MOVE 9 TO VFX-193-PTR.
       PERFORM VARYING VFX-193-MX FROM 1 BY 1
               UNTIL VFX-193-MX > VFX-193-METRICS
           IF VFX-193-MONEY-COL
               STRING " " VFX-193-COL-HEAD(VFX-193-MX)
                   DELIMITED BY SIZE
                   INTO OPA-RPT-LINE
                   WITH POINTER VFX-193-PTR
           ELSE
               STRING " " VFX-193-COL-HEAD(VFX-193-MX)(1:6)
                   DELIMITED BY SIZE
                   INTO OPA-RPT-LINE
                   WITH POINTER VFX-193-PTR
           END-IF
       END-PERFORM.
       WRITE OPA-RPT-LINE.
       MOVE SPACE TO VFX-193-LINE-KIND.
       PERFORM VARYING VFX-193-OX FROM 1 BY 1
               UNTIL VFX-193-OX > VFX-193-OPER-COUNT
           IF VFX-193-O-WORKED(VFX-193-OX) = 'Y'
                   OR VFX-193-O-ACTIVE(VFX-193-OX) = 'A'
               MOVE SPACES TO OPA-RPT-LINE
               MOVE VFX-193-O-ID(VFX-193-OX) TO OPA-RPT-LINE
               MOVE 9 TO VFX-193-PTR
               PERFORM VARYING VFX-193-MX FROM 1 BY 1
                       UNTIL VFX-193-MX > VFX-193-METRICS
                   MOVE VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
                       TO VFX-193-COL-VAL
                   PERFORM 410-APPEND-COLUMN
               END-PERFORM
               IF VFX-193-O-OUT(VFX-193-OX) = 'Y'
                   STRING " *" DELIMITED BY SIZE
                       INTO OPA-RPT-LINE
                       WITH POINTER VFX-193-PTR
               END-IF
               WRITE OPA-RPT-LINE
           END-IF
       END-PERFORM.
       MOVE SPACES TO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE "TEAM TOT" TO OPA-RPT-LINE.
       MOVE 9 TO VFX-193-PTR.
       PERFORM VARYING VFX-193-MX FROM 1 BY 1
               UNTIL VFX-193-MX > VFX-193-METRICS
           MOVE VFX-193-T-VAL(VFX-193-MX) TO VFX-193-COL-VAL
           PERFORM 410-APPEND-COLUMN
       END-PERFORM.
       WRITE OPA-RPT-LINE.
       MOVE 'A' TO VFX-193-LINE-KIND.
       MOVE "TEAM AVG" TO OPA-RPT-LINE.
       MOVE 9 TO VFX-193-PTR.
       PERFORM VARYING VFX-193-MX FROM 1 BY 1
               UNTIL VFX-193-MX > VFX-193-METRICS
           MOVE VFX-193-A-VAL(VFX-193-MX) TO VFX-193-COL-VAL
           PERFORM 410-APPEND-COLUMN
       END-PERFORM.
       WRITE OPA-RPT-LINE.
      ******************************************************************
      *410-APPEND-COLUMN adds one column to the line being built -
      *dollars as dollars, counts whole, and averaged counts to one
      *place so a team doing 2.5 refunds apiece reads that way.
       410-APPEND-COLUMN.
       IF VFX-193-MONEY-COL
           MOVE VFX-193-COL-VAL TO VFX-193-AMT-ED
           STRING " " VFX-193-AMT-ED DELIMITED BY SIZE
               INTO OPA-RPT-LINE
               WITH POINTER VFX-193-PTR
       ELSE
           IF VFX-193-AVG-LINE
               MOVE VFX-193-COL-VAL TO VFX-193-AVG-ED
               STRING " " VFX-193-AVG-ED DELIMITED BY SIZE
                   INTO OPA-RPT-LINE
                   WITH POINTER VFX-193-PTR
           ELSE
               MOVE VFX-193-COL-VAL TO VFX-193-CNT-ED
               STRING " " VFX-193-CNT-ED DELIMITED BY SIZE
                   INTO OPA-RPT-LINE
                   WITH POINTER VFX-193-PTR
           END-IF
       END-IF.
      ******************************************************************
      *500-PRINT-OUT-OF-LINE spells out each starred operator's
      *columns that are past the factor, against the team average.
       500-PRINT-OUT-OF-LINE.
       MOVE SPACES TO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE SPACES TO OPA-RPT-LINE.
       STRING "OUT OF LINE WITH THE TEAM - OVER " DELIMITED BY SIZE
           VFX-193-OUT-FACTOR(1:1) DELIMITED BY SIZE
           " TIMES THE AVERAGE" DELIMITED BY SIZE
           INTO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE "OPERATOR NAME                      ACTIVITY"
         & "                  VALUE    TEAM AVG TIMES"
           TO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       PERFORM VARYING VFX-193-OX FROM 1 BY 1
               UNTIL VFX-193-OX > VFX-193-OPER-COUNT
           IF VFX-193-O-OUT(VFX-193-OX) = 'Y'
               PERFORM VARYING VFX-193-MX FROM 1 BY 1
                       UNTIL VFX-193-MX > VFX-193-METRICS
                   IF VFX-193-A-VAL(VFX-193-MX) > ZERO
                           AND VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
                           > VFX-193-A-VAL(VFX-193-MX)
                               * VFX-193-OUT-FACTOR
                       PERFORM 510-OUT-LINE
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       IF VFX-193-OUT-COUNT = ZERO
           MOVE "  NONE" TO OPA-RPT-LINE
           WRITE OPA-RPT-LINE
       END-IF.
      ******************************************************************
       510-OUT-LINE.
       ADD 1 TO VFX-193-OUT-COUNT.
       COMPUTE VFX-193-RATIO ROUNDED =
           VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
               / VFX-193-A-VAL(VFX-193-MX)
           ON SIZE ERROR
               MOVE 999.9 TO VFX-193-RATIO
       END-COMPUTE.
       MOVE VFX-193-RATIO TO VFX-193-RATIO-ED.
       MOVE SPACES TO OPA-RPT-LINE.
       IF VFX-193-MONEY-COL
           MOVE VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
               TO VFX-193-AMT-ED
           MOVE VFX-193-A-VAL(VFX-193-MX) TO VFX-193-AMT2-ED
           STRING VFX-193-O-ID(VFX-193-OX) " "
               VFX-193-O-NAME(VFX-193-OX) " "
               VFX-193-METRIC-NAME(VFX-193-MX) " "
               VFX-193-AMT-ED "  " VFX-193-AMT2-ED " "
               VFX-193-RATIO-ED
               DELIMITED BY SIZE
               INTO OPA-RPT-LINE
       ELSE
           MOVE VFX-193-O-VAL(VFX-193-OX, VFX-193-MX)
               TO VFX-193-TOT-ED
           MOVE VFX-193-A-VAL(VFX-193-MX) TO VFX-193-AVG2-ED
           STRING VFX-193-O-ID(VFX-193-OX) " "
               VFX-193-O-NAME(VFX-193-OX) " "
               VFX-193-METRIC-NAME(VFX-193-MX) " "
               "   " VFX-193-TOT-ED "   " VFX-193-AVG2-ED " "
               VFX-193-RATIO-ED
               DELIMITED BY SIZE
               INTO OPA-RPT-LINE
       END-IF.
       WRITE OPA-RPT-LINE.
      ******************************************************************
       600-PRINT-TOTALS.
       MOVE SPACES TO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE VFX-193-WORKED-COUNT TO VFX-193-TOT-ED.
       MOVE SPACES TO OPA-RPT-LINE.
       STRING "OPERATORS WITH ACTIVITY             " DELIMITED BY SIZE
           VFX-193-TOT-ED DELIMITED BY SIZE
           INTO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE VFX-193-ACT-COUNT TO VFX-193-TOT-ED.
       MOVE SPACES TO OPA-RPT-LINE.
       STRING "ACTIONS CREDITED TO OPERATORS       " DELIMITED BY SIZE
           VFX-193-TOT-ED DELIMITED BY SIZE
           INTO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE VFX-193-OTHER-COUNT TO VFX-193-TOT-ED.
       MOVE SPACES TO OPA-RPT-LINE.
       STRING "ACTIONS UNDER FEED/JOB/UNKNOWN IDS  " DELIMITED BY SIZE
           VFX-193-TOT-ED DELIMITED BY SIZE
           INTO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
       MOVE VFX-193-OUT-COUNT TO VFX-193-TOT-ED.
       MOVE SPACES TO OPA-RPT-LINE.
       STRING "OUT-OF-LINE FINDINGS                " DELIMITED BY SIZE
           VFX-193-TOT-ED DELIMITED BY SIZE
           INTO OPA-RPT-LINE.
       WRITE OPA-RPT-LINE.
      ******************************************************************
      *900-CREDIT-OPERATOR adds one activity dated in the period to
      *its operator's column - the dollar columns by amount, the
      *rest by one. Each action is counted once, on its count
      *column, toward the run's totals.
       900-CREDIT-OPERATOR.
       IF VFX-193-ACT-DATE < VFX-193-FROM-DATE
               OR VFX-193-ACT-DATE > VFX-193-TO-DATE
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VFX-193-HIT.
       PERFORM VARYING VFX-193-OX FROM 1 BY 1
               UNTIL VFX-193-OX > VFX-193-OPER-COUNT
                  OR VFX-193-HIT NOT = ZERO
           IF VFX-193-O-ID(VFX-193-OX) = VFX-193-ACT-OPER
               MOVE VFX-193-OX TO VFX-193-HIT
           END-IF
       END-PERFORM.
       IF VFX-193-HIT = ZERO
           IF NOT VFX-193-MONEY-COL
               ADD 1 TO VFX-193-OTHER-COUNT
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO VFX-193-O-WORKED(VFX-193-HIT).
       IF VFX-193-MONEY-COL
           ADD VFX-193-ACT-AMT
               TO VFX-193-O-VAL(VFX-193-HIT, VFX-193-MX)
       ELSE
           ADD 1 TO VFX-193-O-VAL(VFX-193-HIT, VFX-193-MX)
           ADD 1 TO VFX-193-ACT-COUNT
       END-IF.
