      ******************************************************************
      *PROGRAM:  Monthly Recurring Revenue Waterfall
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Month-end report of how subscription revenue moved,
      *          per plan on VFX-PLAN-FILE and for all plans: opening
      *          MRR (last month's closing), plus new enrollments and
      *          reactivations off VM-FILE's dates, plus or minus
      *          upgrades and downgrades off the member audit log's
      *          plan changes, less churn - cancellations by
      *          VM-CANCEL-DATE and delinquency suspensions off the
      *          audit log's status changes - plus or minus pauses
      *          and resumes, which are not churn, to closing MRR,
      *          the active members at their plan rates, with the
      *          paused members shown beside it. Whatever the
      *          dated events do not explain (a plan repriced, a
      *          member moved twice in the month, a hold or merge)
      *          lands on one OTHER MOVEMENT line, so the waterfall
      *          always foots to the master. A member on a free
      *          trial brings in nothing until converting, which is
      *          when the member counts as new; one who cancels
      *          during the trial never counted, so is not churn.
      *          Gross and net churn rates and average revenue per
      *          member close each plan. The month's rows go to the
      *          MRR history, and the trailing twelve months of it
      *          are written to VFXMRRTRND.TXT for the board pack.
      ******************************************************************
       PROGRAM-ID. G3-VFX-179-MRR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PLAN.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-MRR.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PLAN.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-MRR.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-179-MRR' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE(1:6) TO VFX-179-MONTH.
       MOVE VFX-179-MONTH TO VFX-179-WORK-MONTH.
       PERFORM 040-BACK-ONE-MONTH.
       MOVE VFX-179-WORK-MONTH TO VFX-179-PRIOR-MONTH.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       OPEN I-O VFX-MRR-FILE.
       OPEN OUTPUT VFX-MRR-RPT-FILE.
       OPEN OUTPUT VFX-MRR-TRND-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-LOAD-PLANS.
       PERFORM 150-LOAD-OPENING.
       PERFORM 200-SCAN-MEMBERS.
       PERFORM 300-SCAN-AUDIT.
       PERFORM 400-FOOT-WATERFALL.
       PERFORM 500-WRITE-MONTH.
       PERFORM 700-WRITE-TREND.
       MOVE VFX-179-P-CLOSE-AMT(VFX-179-ALL-PX) TO VFX-179-AMT-ED.
       DISPLAY "G3-VFX-179-MRR: " VFX-179-MONTH " CLOSING MRR "
               VFX-179-AMT-ED ", "
               VFX-179-P-CLOSE-MBRS(VFX-179-ALL-PX) " MEMBERS".
       IF VFX-179-UNPLANNED-COUNT > ZERO
           DISPLAY VFX-179-UNPLANNED-COUNT
                   " MEMBERS ON A PLAN CODE NOT ON THE PLAN FILE - "
                   "LEFT OUT"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       MOVE "END"               TO JOB-LOG-EVENT.
       MOVE VFX-179-P-CLOSE-MBRS(VFX-179-ALL-PX) TO JOB-LOG-COUNT.
       MOVE "COMPLETE"          TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-PLAN-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VFX-MRR-FILE.
       CLOSE VFX-MRR-RPT-FILE.
       CLOSE VFX-MRR-TRND-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXMRRRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE - the month reported is the business date's.
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
      *040-BACK-ONE-MONTH steps VFX-179-WORK-MONTH back a month.
       040-BACK-ONE-MONTH.
       IF VFX-179-WORK-MM > 1
           SUBTRACT 1 FROM VFX-179-WORK-MM
       ELSE
           MOVE 12 TO VFX-179-WORK-MM
           SUBTRACT 1 FROM VFX-179-WORK-YYYY
       END-IF.
      ******************************************************************
      *100-LOAD-PLANS builds one waterfall row per plan code, and a
      *last row, ALL, for the month's totals.
       100-LOAD-PLANS.
       INITIALIZE VFX-179-PLAN-TABLE.
       MOVE ZERO TO VFX-179-PLAN-COUNT.
       MOVE 'N' TO VFX-179-EOF-FLAG.
       MOVE LOW-VALUES TO PLAN-CODE.
       START VFX-PLAN-FILE KEY IS NOT LESS THAN PLAN-CODE
           INVALID KEY
               MOVE 'Y' TO VFX-179-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-179-EOF
           READ VFX-PLAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-179-EOF-FLAG
               NOT AT END
                   IF VFX-179-PLAN-COUNT < 20
                       ADD 1 TO VFX-179-PLAN-COUNT
                       MOVE PLAN-CODE
                           TO VFX-179-P-CODE(VFX-179-PLAN-COUNT)
                       MOVE PLAN-DESC
                           TO VFX-179-P-DESC(VFX-179-PLAN-COUNT)
                       MOVE PLAN-RATE
                           TO VFX-179-P-RATE(VFX-179-PLAN-COUNT)
                   END-IF
           END-READ
       END-PERFORM.
       COMPUTE VFX-179-ALL-PX = VFX-179-PLAN-COUNT + 1.
       MOVE "ALL"       TO VFX-179-P-CODE(VFX-179-ALL-PX).
       MOVE "ALL PLANS" TO VFX-179-P-DESC(VFX-179-ALL-PX).
      ******************************************************************
      *150-LOAD-OPENING carries last month's closing in as this
      *month's opening. With no month before on file at all (the
      *first run) the opening is derived back from the closing in
      *400; a plan with no row last month while others had one is a
      *new plan and opens at zero.
       150-LOAD-OPENING.
       MOVE VFX-179-PRIOR-MONTH TO MRR-MONTH.
       MOVE "ALL"               TO MRR-PLAN.
       READ VFX-MRR-FILE
           INVALID KEY
               MOVE "D" TO VFX-179-P-OPEN-SRC(VFX-179-ALL-PX)
           NOT INVALID KEY
               MOVE "H" TO VFX-179-P-OPEN-SRC(VFX-179-ALL-PX)
       END-READ.
       PERFORM VARYING VFX-179-PX FROM 1 BY 1
               UNTIL VFX-179-PX > VFX-179-PLAN-COUNT
           MOVE VFX-179-P-OPEN-SRC(VFX-179-ALL-PX)
               TO VFX-179-P-OPEN-SRC(VFX-179-PX)
           MOVE VFX-179-PRIOR-MONTH      TO MRR-MONTH
           MOVE VFX-179-P-CODE(VFX-179-PX) TO MRR-PLAN
           READ VFX-MRR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MRR-CLOSE-AMT
                       TO VFX-179-P-OPEN-AMT(VFX-179-PX)
                   MOVE MRR-CLOSE-MBRS
                       TO VFX-179-P-OPEN-MBRS(VFX-179-PX)
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-SCAN-MEMBERS prices the closing book - every active member
      *at their plan's rate - and picks up the month's enrollments,
      *reactivations and cancellations off the member's dates. A
      *member parked on compliance hold or merged away never billed,
      *so is not counted as new or reactivated.
       200-SCAN-MEMBERS.
       MOVE 'N' TO VFX-179-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-179-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-179-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-179-EOF-FLAG
               NOT AT END
                   PERFORM 210-ONE-MEMBER
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-ONE-MEMBER books the member at its plan rate. A member who
      *came in on a free trial is new the day after the trial ended.
       210-ONE-MEMBER.
       MOVE VM-PLAN-CODE TO VFX-179-FIND-CODE.
       PERFORM 250-FIND-PLAN.
       IF VFX-179-FOUND-PX = ZERO
           IF VM-ACTIVE
               ADD 1 TO VFX-179-UNPLANNED-COUNT
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-179-FOUND-PX TO VFX-179-PX.
       IF VM-ACTIVE
           ADD VFX-179-P-RATE(VFX-179-PX)
               TO VFX-179-P-CLOSE-AMT(VFX-179-PX)
           ADD 1 TO VFX-179-P-CLOSE-MBRS(VFX-179-PX)
       END-IF.
       IF VM-PAUSED
           ADD VFX-179-P-RATE(VFX-179-PX)
               TO VFX-179-P-PAUSED-AMT(VFX-179-PX)
           ADD 1 TO VFX-179-P-PAUSED-MBRS(VFX-179-PX)
       END-IF.
       IF VM-COMP-HOLD OR VM-MERGED OR VM-TRIAL
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ENROLL-DATE TO VFX-179-START-DATE.
       IF VM-TRIAL-END NOT = SPACES
           IF VM-CANCELED AND VM-CANCEL-DATE NOT > VM-TRIAL-END
               EXIT PARAGRAPH
           END-IF
           MOVE VM-TRIAL-END TO VFX-179-CONV-NUM
           COMPUTE VFX-179-CONV-INT =
               FUNCTION INTEGER-OF-DATE(VFX-179-CONV-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(VFX-179-CONV-INT)
               TO VFX-179-CONV-NUM
           MOVE VFX-179-CONV-NUM TO VFX-179-START-DATE
       END-IF.
       IF VFX-179-START-DATE(1:6) = VFX-179-MONTH
           ADD VFX-179-P-RATE(VFX-179-PX)
               TO VFX-179-P-NEW-AMT(VFX-179-PX)
           ADD 1 TO VFX-179-P-NEW-CNT(VFX-179-PX)
       ELSE
           IF VM-REACT-DATE(1:6) = VFX-179-MONTH
               ADD VFX-179-P-RATE(VFX-179-PX)
                   TO VFX-179-P-REACT-AMT(VFX-179-PX)
               ADD 1 TO VFX-179-P-REACT-CNT(VFX-179-PX)
           END-IF
       END-IF.
       IF VM-CANCELED AND VM-CANCEL-DATE(1:6) = VFX-179-MONTH
           ADD VFX-179-P-RATE(VFX-179-PX)
               TO VFX-179-P-CANC-AMT(VFX-179-PX)
           ADD 1 TO VFX-179-P-CANC-CNT(VFX-179-PX)
       END-IF.
      ******************************************************************
      *250-FIND-PLAN sets VFX-179-FOUND-PX to the row for the plan
      *code in VFX-179-FIND-CODE, zero when it is not on the file.
       250-FIND-PLAN.
       MOVE ZERO TO VFX-179-FOUND-PX.
       PERFORM VARYING VFX-179-PX FROM 1 BY 1
               UNTIL VFX-179-PX > VFX-179-PLAN-COUNT
                  OR VFX-179-FOUND-PX NOT = ZERO
           IF VFX-179-P-CODE(VFX-179-PX) = VFX-179-FIND-CODE
               MOVE VFX-179-PX TO VFX-179-FOUND-PX
           END-IF
       END-PERFORM.
      ******************************************************************
      *300-SCAN-AUDIT reads the month's plan and status changes off
      *the member audit log.
       300-SCAN-AUDIT.
       MOVE 'N' TO VFX-179-EOF-FLAG.
       PERFORM UNTIL VFX-179-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-179-EOF-FLAG
               NOT AT END
                   IF MAUD-TSTAMP(1:6) = VFX-179-MONTH
                       EVALUATE MAUD-FIELD
                           WHEN "PLAN"
                               PERFORM 310-PLAN-CHANGE
                           WHEN "STATUS"
                               PERFORM 320-STATUS-CHANGE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *310-PLAN-CHANGE books a move between plans on an active
      *member as an upgrade or a downgrade by which plan costs more:
      *the plan moved onto gains its rate, the plan left loses its
      *own. A move between two plans at the same rate moves nothing.
       310-PLAN-CHANGE.
       MOVE MAUD-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF NOT VM-ACTIVE
           EXIT PARAGRAPH
       END-IF.
       MOVE MAUD-OLD-VALUE(1:3) TO VFX-179-FIND-CODE.
       PERFORM 250-FIND-PLAN.
       MOVE VFX-179-FOUND-PX TO VFX-179-OLD-PX.
       MOVE MAUD-NEW-VALUE(1:3) TO VFX-179-FIND-CODE.
       PERFORM 250-FIND-PLAN.
       MOVE VFX-179-FOUND-PX TO VFX-179-NEW-PX.
       IF VFX-179-OLD-PX = ZERO OR VFX-179-NEW-PX = ZERO
           EXIT PARAGRAPH
       END-IF.
       EVALUATE TRUE
           WHEN VFX-179-P-RATE(VFX-179-NEW-PX) >
                VFX-179-P-RATE(VFX-179-OLD-PX)
               ADD VFX-179-P-RATE(VFX-179-NEW-PX)
                   TO VFX-179-P-UPG-AMT(VFX-179-NEW-PX)
               SUBTRACT VFX-179-P-RATE(VFX-179-OLD-PX)
                   FROM VFX-179-P-UPG-AMT(VFX-179-OLD-PX)
               ADD 1 TO VFX-179-P-UPG-CNT(VFX-179-NEW-PX)
           WHEN VFX-179-P-RATE(VFX-179-NEW-PX) <
                VFX-179-P-RATE(VFX-179-OLD-PX)
               ADD VFX-179-P-RATE(VFX-179-NEW-PX)
                   TO VFX-179-P-DNG-AMT(VFX-179-NEW-PX)
               SUBTRACT VFX-179-P-RATE(VFX-179-OLD-PX)
                   FROM VFX-179-P-DNG-AMT(VFX-179-OLD-PX)
               ADD 1 TO VFX-179-P-DNG-CNT(VFX-179-NEW-PX)
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      *320-STATUS-CHANGE books an active member the delinquency sweep
      *suspended, and a member paused or resumed. One canceled later
      *in the month is already churn by its cancel date and its
      *suspension or pause is not counted twice. A member canceled
      *out of a pause that began before the month left the book when
      *the pause began, so the cancellation is taken back out.
       320-STATUS-CHANGE.
       MOVE MAUD-OLD-VALUE(1:1) TO VFX-179-STAT-OLD.
       MOVE MAUD-NEW-VALUE(1:1) TO VFX-179-STAT-NEW.
       IF NOT VFX-179-STAT-BOOKED
           EXIT PARAGRAPH
       END-IF.
       MOVE MAUD-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE VM-PLAN-CODE TO VFX-179-FIND-CODE.
       PERFORM 250-FIND-PLAN.
       IF VFX-179-FOUND-PX = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF VFX-179-STAT-PAUSE-CANC
           IF VM-PAUSE-DATE(1:6) < VFX-179-MONTH
               SUBTRACT VFX-179-P-RATE(VFX-179-FOUND-PX)
                   FROM VFX-179-P-CANC-AMT(VFX-179-FOUND-PX)
               SUBTRACT 1 FROM VFX-179-P-CANC-CNT(VFX-179-FOUND-PX)
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF VFX-179-STAT-RESUME
           ADD VFX-179-P-RATE(VFX-179-FOUND-PX)
               TO VFX-179-P-RESUME-AMT(VFX-179-FOUND-PX)
           ADD 1 TO VFX-179-P-RESUME-CNT(VFX-179-FOUND-PX)
           EXIT PARAGRAPH
       END-IF.
       IF VM-CANCELED AND VM-CANCEL-DATE(1:6) = VFX-179-MONTH
           EXIT PARAGRAPH
       END-IF.
       IF VFX-179-STAT-PAUSE
           ADD VFX-179-P-RATE(VFX-179-FOUND-PX)
               TO VFX-179-P-PAUSE-AMT(VFX-179-FOUND-PX)
           ADD 1 TO VFX-179-P-PAUSE-CNT(VFX-179-FOUND-PX)
       ELSE
           ADD VFX-179-P-RATE(VFX-179-FOUND-PX)
               TO VFX-179-P-SUSP-AMT(VFX-179-FOUND-PX)
           ADD 1 TO VFX-179-P-SUSP-CNT(VFX-179-FOUND-PX)
       END-IF.
      ******************************************************************
      *400-FOOT-WATERFALL nets each plan's dated movements. With an
      *opening carried from last month, what they leave unexplained
      *against the closing is OTHER MOVEMENT; with none on file the
      *opening is the closing backed out by the movements. The ALL
      *row is the plans added up.
       400-FOOT-WATERFALL.
       PERFORM VARYING VFX-179-PX FROM 1 BY 1
               UNTIL VFX-179-PX > VFX-179-PLAN-COUNT
           COMPUTE VFX-179-MOVE-AMT =
                 VFX-179-P-NEW-AMT(VFX-179-PX)
               + VFX-179-P-REACT-AMT(VFX-179-PX)
               + VFX-179-P-UPG-AMT(VFX-179-PX)
               + VFX-179-P-DNG-AMT(VFX-179-PX)
               - VFX-179-P-CANC-AMT(VFX-179-PX)
               - VFX-179-P-SUSP-AMT(VFX-179-PX)
               - VFX-179-P-PAUSE-AMT(VFX-179-PX)
               + VFX-179-P-RESUME-AMT(VFX-179-PX)
           IF VFX-179-P-OPEN-SRC(VFX-179-PX) = "D"
               COMPUTE VFX-179-P-OPEN-AMT(VFX-179-PX) =
                   VFX-179-P-CLOSE-AMT(VFX-179-PX) - VFX-179-MOVE-AMT
               COMPUTE VFX-179-P-OPEN-MBRS(VFX-179-PX) =
                   VFX-179-P-CLOSE-MBRS(VFX-179-PX)
                   - VFX-179-P-NEW-CNT(VFX-179-PX)
                   - VFX-179-P-REACT-CNT(VFX-179-PX)
                   + VFX-179-P-CANC-CNT(VFX-179-PX)
                   + VFX-179-P-SUSP-CNT(VFX-179-PX)
                   + VFX-179-P-PAUSE-CNT(VFX-179-PX)
                   - VFX-179-P-RESUME-CNT(VFX-179-PX)
               MOVE ZERO TO VFX-179-P-OTHER-AMT(VFX-179-PX)
           ELSE
               COMPUTE VFX-179-P-OTHER-AMT(VFX-179-PX) =
                   VFX-179-P-CLOSE-AMT(VFX-179-PX)
                   - VFX-179-P-OPEN-AMT(VFX-179-PX)
                   - VFX-179-MOVE-AMT
           END-IF
           PERFORM 410-ADD-TO-ALL
       END-PERFORM.
      ******************************************************************
       410-ADD-TO-ALL.
       ADD VFX-179-P-OPEN-AMT(VFX-179-PX)
           TO VFX-179-P-OPEN-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-OPEN-MBRS(VFX-179-PX)
           TO VFX-179-P-OPEN-MBRS(VFX-179-ALL-PX).
       ADD VFX-179-P-NEW-AMT(VFX-179-PX)
           TO VFX-179-P-NEW-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-NEW-CNT(VFX-179-PX)
           TO VFX-179-P-NEW-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-REACT-AMT(VFX-179-PX)
           TO VFX-179-P-REACT-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-REACT-CNT(VFX-179-PX)
           TO VFX-179-P-REACT-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-UPG-AMT(VFX-179-PX)
           TO VFX-179-P-UPG-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-UPG-CNT(VFX-179-PX)
           TO VFX-179-P-UPG-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-DNG-AMT(VFX-179-PX)
           TO VFX-179-P-DNG-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-DNG-CNT(VFX-179-PX)
           TO VFX-179-P-DNG-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-CANC-AMT(VFX-179-PX)
           TO VFX-179-P-CANC-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-CANC-CNT(VFX-179-PX)
           TO VFX-179-P-CANC-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-SUSP-AMT(VFX-179-PX)
           TO VFX-179-P-SUSP-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-SUSP-CNT(VFX-179-PX)
           TO VFX-179-P-SUSP-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-PAUSE-AMT(VFX-179-PX)
           TO VFX-179-P-PAUSE-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-PAUSE-CNT(VFX-179-PX)
           TO VFX-179-P-PAUSE-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-RESUME-AMT(VFX-179-PX)
           TO VFX-179-P-RESUME-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-RESUME-CNT(VFX-179-PX)
           TO VFX-179-P-RESUME-CNT(VFX-179-ALL-PX).
       ADD VFX-179-P-PAUSED-AMT(VFX-179-PX)
           TO VFX-179-P-PAUSED-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-PAUSED-MBRS(VFX-179-PX)
           TO VFX-179-P-PAUSED-MBRS(VFX-179-ALL-PX).
       ADD VFX-179-P-OTHER-AMT(VFX-179-PX)
           TO VFX-179-P-OTHER-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-CLOSE-AMT(VFX-179-PX)
           TO VFX-179-P-CLOSE-AMT(VFX-179-ALL-PX).
       ADD VFX-179-P-CLOSE-MBRS(VFX-179-PX)
           TO VFX-179-P-CLOSE-MBRS(VFX-179-ALL-PX).
      ******************************************************************
      *500-WRITE-MONTH files each row on the MRR history - a rerun
      *of the month just refreshes its rows - and prints it.
       500-WRITE-MONTH.
       MOVE SPACES TO MRR-RPT-LINE.
       STRING "MONTHLY RECURRING REVENUE WATERFALL FOR "
           DELIMITED BY SIZE
           VFX-179-MONTH DELIMITED BY SIZE
           INTO MRR-RPT-LINE.
       WRITE MRR-RPT-LINE.
       IF VFX-179-P-OPEN-SRC(VFX-179-ALL-PX) = "D"
           MOVE SPACES TO MRR-RPT-LINE
           STRING "NO MONTH ON FILE BEFORE " DELIMITED BY SIZE
               VFX-179-MONTH DELIMITED BY SIZE
               " - OPENING DERIVED FROM THE CLOSING" DELIMITED BY SIZE
               INTO MRR-RPT-LINE
           WRITE MRR-RPT-LINE
       END-IF.
       PERFORM VARYING VFX-179-PX FROM 1 BY 1
               UNTIL VFX-179-PX > VFX-179-ALL-PX
           PERFORM 510-BUILD-ROW
           WRITE MRR-REC
               INVALID KEY
                   REWRITE MRR-REC
           END-WRITE
           PERFORM 600-PRINT-ROW
       END-PERFORM.
      ******************************************************************
       510-BUILD-ROW.
       MOVE VFX-179-MONTH                   TO MRR-MONTH.
       MOVE VFX-179-P-CODE(VFX-179-PX)      TO MRR-PLAN.
       MOVE VFX-179-P-OPEN-SRC(VFX-179-PX)  TO MRR-OPEN-SRC.
       MOVE VFX-179-P-OPEN-AMT(VFX-179-PX)  TO MRR-OPEN-AMT.
       MOVE VFX-179-P-OPEN-MBRS(VFX-179-PX) TO MRR-OPEN-MBRS.
       MOVE VFX-179-P-NEW-AMT(VFX-179-PX)   TO MRR-NEW-AMT.
       MOVE VFX-179-P-NEW-CNT(VFX-179-PX)   TO MRR-NEW-CNT.
       MOVE VFX-179-P-REACT-AMT(VFX-179-PX) TO MRR-REACT-AMT.
       MOVE VFX-179-P-REACT-CNT(VFX-179-PX) TO MRR-REACT-CNT.
       MOVE VFX-179-P-UPG-AMT(VFX-179-PX)   TO MRR-UPG-AMT.
       MOVE VFX-179-P-UPG-CNT(VFX-179-PX)   TO MRR-UPG-CNT.
       MOVE VFX-179-P-DNG-AMT(VFX-179-PX)   TO MRR-DNG-AMT.
       MOVE VFX-179-P-DNG-CNT(VFX-179-PX)   TO MRR-DNG-CNT.
       MOVE VFX-179-P-CANC-AMT(VFX-179-PX)  TO MRR-CANC-AMT.
       MOVE VFX-179-P-CANC-CNT(VFX-179-PX)  TO MRR-CANC-CNT.
       MOVE VFX-179-P-SUSP-AMT(VFX-179-PX)  TO MRR-SUSP-AMT.
       MOVE VFX-179-P-SUSP-CNT(VFX-179-PX)  TO MRR-SUSP-CNT.
       MOVE VFX-179-P-OTHER-AMT(VFX-179-PX) TO MRR-OTHER-AMT.
       MOVE VFX-179-P-CLOSE-AMT(VFX-179-PX) TO MRR-CLOSE-AMT.
       MOVE VFX-179-P-CLOSE-MBRS(VFX-179-PX) TO MRR-CLOSE-MBRS.
       MOVE VFX-179-P-PAUSE-AMT(VFX-179-PX)  TO MRR-PAUSE-AMT.
       MOVE VFX-179-P-PAUSE-CNT(VFX-179-PX)  TO MRR-PAUSE-CNT.
       MOVE VFX-179-P-RESUME-AMT(VFX-179-PX) TO MRR-RESUME-AMT.
       MOVE VFX-179-P-RESUME-CNT(VFX-179-PX) TO MRR-RESUME-CNT.
       MOVE VFX-179-P-PAUSED-AMT(VFX-179-PX) TO MRR-PAUSED-AMT.
       MOVE VFX-179-P-PAUSED-MBRS(VFX-179-PX) TO MRR-PAUSED-MBRS.
      ******************************************************************
      *600-PRINT-ROW prints the waterfall for the row in MRR-REC.
       600-PRINT-ROW.
       MOVE SPACES TO MRR-RPT-LINE.
       WRITE MRR-RPT-LINE.
       MOVE SPACES TO MRR-RPT-LINE.
       STRING "PLAN " DELIMITED BY SIZE
           MRR-PLAN DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-179-P-DESC(VFX-179-PX) DELIMITED BY SIZE
           INTO MRR-RPT-LINE.
       WRITE MRR-RPT-LINE.
       MOVE "  OPENING MRR"       TO VFX-179-LABEL.
       MOVE MRR-OPEN-AMT          TO VFX-179-MOVE-AMT.
       MOVE MRR-OPEN-MBRS         TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  NEW"               TO VFX-179-LABEL.
       MOVE MRR-NEW-AMT           TO VFX-179-MOVE-AMT.
       MOVE MRR-NEW-CNT           TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  REACTIVATIONS"     TO VFX-179-LABEL.
       MOVE MRR-REACT-AMT         TO VFX-179-MOVE-AMT.
       MOVE MRR-REACT-CNT         TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  UPGRADES"          TO VFX-179-LABEL.
       MOVE MRR-UPG-AMT           TO VFX-179-MOVE-AMT.
       MOVE MRR-UPG-CNT           TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  DOWNGRADES"        TO VFX-179-LABEL.
       MOVE MRR-DNG-AMT           TO VFX-179-MOVE-AMT.
       MOVE MRR-DNG-CNT           TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  CHURN - CANCELED"  TO VFX-179-LABEL.
       COMPUTE VFX-179-MOVE-AMT = ZERO - MRR-CANC-AMT.
       MOVE MRR-CANC-CNT          TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  CHURN - SUSPENDED" TO VFX-179-LABEL.
       COMPUTE VFX-179-MOVE-AMT = ZERO - MRR-SUSP-AMT.
       MOVE MRR-SUSP-CNT          TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  PAUSED"            TO VFX-179-LABEL.
       COMPUTE VFX-179-MOVE-AMT = ZERO - MRR-PAUSE-AMT.
       MOVE MRR-PAUSE-CNT         TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  RESUMED"           TO VFX-179-LABEL.
       MOVE MRR-RESUME-AMT        TO VFX-179-MOVE-AMT.
       MOVE MRR-RESUME-CNT        TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  OTHER MOVEMENT"    TO VFX-179-LABEL.
       MOVE MRR-OTHER-AMT         TO VFX-179-MOVE-AMT.
       MOVE SPACES                TO VFX-179-CNT-TXT.
       PERFORM 610-PRINT-LINE.
       MOVE "  CLOSING MRR"       TO VFX-179-LABEL.
       MOVE MRR-CLOSE-AMT         TO VFX-179-MOVE-AMT.
       MOVE MRR-CLOSE-MBRS        TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       MOVE "  MEMO - ON PAUSE"   TO VFX-179-LABEL.
       MOVE MRR-PAUSED-AMT        TO VFX-179-MOVE-AMT.
       MOVE MRR-PAUSED-MBRS       TO VFX-179-CNT-ED.
       PERFORM 610-PRINT-LINE.
       PERFORM 650-RATES.
       MOVE VFX-179-GROSS-PCT TO VFX-179-PCT-ED.
       MOVE SPACES TO MRR-RPT-LINE.
       STRING "  GROSS CHURN " DELIMITED BY SIZE
           VFX-179-PCT-ED DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO MRR-RPT-LINE.
       MOVE VFX-179-NET-PCT TO VFX-179-PCT-ED.
       MOVE VFX-179-PCT-ED TO MRR-RPT-LINE(25:7).
       MOVE "% NET CHURN" TO MRR-RPT-LINE(32:11).
       MOVE VFX-179-ARPM TO VFX-179-ARPM-ED.
       MOVE "REVENUE PER MEMBER " TO MRR-RPT-LINE(46:19).
       MOVE VFX-179-ARPM-ED TO MRR-RPT-LINE(65:8).
       WRITE MRR-RPT-LINE.
      ******************************************************************
       610-PRINT-LINE.
       MOVE VFX-179-MOVE-AMT TO VFX-179-AMT-ED.
       MOVE SPACES TO MRR-RPT-LINE.
       STRING VFX-179-LABEL DELIMITED BY SIZE
           VFX-179-AMT-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           VFX-179-CNT-ED DELIMITED BY SIZE
           INTO MRR-RPT-LINE.
       WRITE MRR-RPT-LINE.
      ******************************************************************
      *650-RATES works the row in MRR-REC's churn rates off its
      *opening - gross is the revenue lost to cancellation and
      *suspension, net is that less what upgrades and downgrades
      *added - and the revenue per active member at the close. A
      *pause is not churn and stays out of both rates.
       650-RATES.
       MOVE ZERO TO VFX-179-GROSS-PCT VFX-179-NET-PCT VFX-179-ARPM.
       COMPUTE VFX-179-CHURN-AMT = MRR-CANC-AMT + MRR-SUSP-AMT.
       IF MRR-OPEN-AMT > ZERO
           COMPUTE VFX-179-GROSS-PCT ROUNDED =
               VFX-179-CHURN-AMT * 100 / MRR-OPEN-AMT
               ON SIZE ERROR
                   MOVE 999.99 TO VFX-179-GROSS-PCT
           END-COMPUTE
           COMPUTE VFX-179-NET-PCT ROUNDED =
               (VFX-179-CHURN-AMT - MRR-UPG-AMT - MRR-DNG-AMT)
               * 100 / MRR-OPEN-AMT
               ON SIZE ERROR
                   MOVE 999.99 TO VFX-179-NET-PCT
           END-COMPUTE
       END-IF.
       IF MRR-CLOSE-MBRS > ZERO
           COMPUTE VFX-179-ARPM ROUNDED =
               MRR-CLOSE-AMT / MRR-CLOSE-MBRS
       END-IF.
      ******************************************************************
      *700-WRITE-TREND rewrites the trailing twelve months, this one
      *included, off the MRR history.
       700-WRITE-TREND.
       MOVE VFX-179-MONTH TO VFX-179-WORK-MONTH.
       PERFORM 11 TIMES
           PERFORM 040-BACK-ONE-MONTH
       END-PERFORM.
       MOVE VFX-179-WORK-MONTH TO VFX-179-FIRST-MONTH.
       MOVE 'N' TO VFX-179-EOF-FLAG.
       MOVE VFX-179-FIRST-MONTH TO MRR-MONTH.
       MOVE LOW-VALUES          TO MRR-PLAN.
       START VFX-MRR-FILE KEY IS NOT LESS THAN MRR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-179-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-179-EOF
           READ VFX-MRR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-179-EOF-FLAG
               NOT AT END
                   IF MRR-MONTH > VFX-179-MONTH
                       MOVE 'Y' TO VFX-179-EOF-FLAG
                   ELSE
                       PERFORM 710-TREND-LINE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       710-TREND-LINE.
       PERFORM 650-RATES.
       MOVE SPACES         TO MRR-TRND-REC.
       MOVE MRR-MONTH      TO MRR-TRND-MONTH.
       MOVE MRR-PLAN       TO MRR-TRND-PLAN.
       MOVE MRR-OPEN-AMT   TO MRR-TRND-OPEN.
       MOVE MRR-NEW-AMT    TO MRR-TRND-NEW.
       MOVE MRR-REACT-AMT  TO MRR-TRND-REACT.
       MOVE MRR-UPG-AMT    TO MRR-TRND-UPG.
       MOVE MRR-DNG-AMT    TO MRR-TRND-DNG.
       COMPUTE MRR-TRND-CHURN = ZERO - VFX-179-CHURN-AMT.
       MOVE MRR-OTHER-AMT  TO MRR-TRND-OTHER.
       MOVE MRR-CLOSE-AMT  TO MRR-TRND-CLOSE.
       MOVE MRR-CLOSE-MBRS TO MRR-TRND-MBRS.
       MOVE VFX-179-GROSS-PCT TO MRR-TRND-GROSS-PCT.
       MOVE VFX-179-NET-PCT   TO MRR-TRND-NET-PCT.
       MOVE VFX-179-ARPM      TO MRR-TRND-ARPM.
       COMPUTE MRR-TRND-PAUSE-NET = MRR-RESUME-AMT - MRR-PAUSE-AMT.
       MOVE MRR-PAUSED-MBRS   TO MRR-TRND-PAUSED-MBRS.
       WRITE MRR-TRND-REC.
       ADD 1 TO VFX-179-TREND-COUNT.
