      *          date, advances it one day at end of cycle, or sets
      *          it outright (the bad-run/rerun case). The batch
      *          programs stamp business data from this record
      *          instead of the wall clock. The business date moves
      *          a calendar day at a time - the service sells every
      *          day - but the step says whether the new date is a
      *          banking day on the bank holiday calendar, and which
      *          banking day it settles to when it isn't.
      ******************************************************************
       PROGRAM-ID. G3-VFX-79-DATE-ADV.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-PROOF.
       COPY SELECT-VFX-CAL.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CTL-NBR.
       COPY FD-VFX-PROOF.
       COPY FD-VFX-CAL.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-79-DATE-ADV' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       OPEN INPUT VFX-CAL-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       WRITE JOB-LOG-REC.
       PERFORM 100-READ-OR-INIT.
       DISPLAY "CURRENT BUSINESS DATE: " CTL-NBR-NEXT.
       PERFORM 300-SHOW-BANK-DAY.
       DISPLAY "'A' ADVANCE ONE DAY, 'S' SET A DATE, "
               "ANY OTHER KEY = LEAVE AS-IS: ".
       ACCEPT VFX-79-SEL.
                       TO CTL-NBR-NEXT
                   REWRITE CTL-NBR-REC
                   DISPLAY "BUSINESS DATE ADVANCED TO " CTL-NBR-NEXT
                   PERFORM 300-SHOW-BANK-DAY
               ELSE
                   DISPLAY "BUSINESS DATE LEFT AS-IS"
               END-IF
               MOVE VFX-79-DATE-NUM TO CTL-NBR-NEXT
               REWRITE CTL-NBR-REC
               DISPLAY "BUSINESS DATE SET TO " CTL-NBR-NEXT
               PERFORM 300-SHOW-BANK-DAY
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       MOVE "COMPLETE" TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-CAL-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
               MOVE VFX-79-DATE-NUM TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
      ******************************************************************
      *300-SHOW-BANK-DAY tells the operator whether the business date
      *is a banking day and, when it isn't, why and which banking day
      *its money moves on. A year with nothing on the calendar only
      *knows its weekends, so it is called out - in December for the
      *coming year too, while there is time to load it.
       300-SHOW-BANK-DAY.
       MOVE CTL-NBR-NEXT TO VFX-CAL-DATE.
       PERFORM 980-CAL-CHECK-DAY.
       IF VFX-CAL-BANK-DAY
           DISPLAY CTL-NBR-NEXT " IS A BANKING DAY"
       ELSE
           DISPLAY CTL-NBR-NEXT " IS NOT A BANKING DAY - "
                   VFX-CAL-WHY
           PERFORM 982-CAL-NEXT-BANK-DAY
           DISPLAY "NEXT BANKING DAY IS " VFX-CAL-DATE
       END-IF.
       MOVE CTL-NBR-NEXT TO VFX-CAL-DATE.
       PERFORM 981-CAL-CHECK-YEAR.
       IF NOT VFX-CAL-YEAR-ON-FILE
           DISPLAY "*** NO BANK HOLIDAY CALENDAR LOADED FOR "
                   VFX-CAL-YEAR-SEEN " ***"
       END-IF.
       IF VFX-CAL-DATE(5:2) = "12"
           ADD 10000 TO VFX-CAL-DATE
           PERFORM 981-CAL-CHECK-YEAR
           IF NOT VFX-CAL-YEAR-ON-FILE
               DISPLAY "*** NO BANK HOLIDAY CALENDAR LOADED YET FOR "
                       VFX-CAL-YEAR-SEEN " ***"
           END-IF
       END-IF.
      ******************************************************************
      *980-CAL-CHECK-DAY says whether VFX-CAL-DATE is a banking day -
      *no row for it on the bank holiday calendar - and leaves the
      *reason in VFX-CAL-WHY when it isn't. A year the calendar was
      *never loaded for still knows its Saturdays and Sundays.
       980-CAL-CHECK-DAY.
       MOVE 'Y'    TO VFX-CAL-BANK-FLAG.
       MOVE SPACES TO VFX-CAL-WHY.
       MOVE VFX-CAL-DATE TO CAL-DATE.
       READ VFX-CAL-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'N'      TO VFX-CAL-BANK-FLAG
               MOVE CAL-DESC TO VFX-CAL-WHY
       END-READ.
       IF VFX-CAL-BANK-DAY
           PERFORM 981-CAL-CHECK-YEAR
           IF NOT VFX-CAL-YEAR-ON-FILE
               COMPUTE VFX-CAL-DOW-INT =
                   FUNCTION INTEGER-OF-DATE(VFX-CAL-DATE)
               DIVIDE VFX-CAL-DOW-INT BY 7 GIVING VFX-CAL-QUOT
                   REMAINDER VFX-CAL-DOW
               IF VFX-CAL-SATURDAY OR VFX-CAL-SUNDAY
                   MOVE 'N'       TO VFX-CAL-BANK-FLAG
                   MOVE "WEEKEND" TO VFX-CAL-WHY
               END-IF
           END-IF
       END-IF.
      ******************************************************************
      *981-CAL-CHECK-YEAR notes whether the year of VFX-CAL-DATE has
      *any rows on the calendar, remembering the last year looked at.
       981-CAL-CHECK-YEAR.
       IF VFX-CAL-DATE(1:4) = VFX-CAL-YEAR-SEEN
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-CAL-DATE(1:4) TO VFX-CAL-YEAR-SEEN.
       MOVE 'N' TO VFX-CAL-YEAR-FLAG.
       MOVE SPACES TO CAL-DATE.
       STRING VFX-CAL-YEAR-SEEN "0101" DELIMITED BY SIZE
           INTO CAL-DATE.
       START VFX-CAL-FILE KEY IS NOT LESS THAN CAL-DATE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ VFX-CAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAL-DATE(1:4) = VFX-CAL-YEAR-SEEN
                           MOVE 'Y' TO VFX-CAL-YEAR-FLAG
                       END-IF
               END-READ
       END-START.
      ******************************************************************
      *982-CAL-NEXT-BANK-DAY moves VFX-CAL-DATE forward to the first
      *banking day after it.
       982-CAL-NEXT-BANK-DAY.
       COMPUTE VFX-CAL-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-DATE).
       MOVE 'N' TO VFX-CAL-BANK-FLAG.
       PERFORM UNTIL VFX-CAL-BANK-DAY
           ADD 1 TO VFX-CAL-INT
           COMPUTE VFX-CAL-DATE = FUNCTION DATE-OF-INTEGER(VFX-CAL-INT)
           PERFORM 980-CAL-CHECK-DAY
       END-PERFORM.
      ******************************************************************
      *984-CAL-COUNT-BANK-DAYS counts the banking days after
      *VFX-CAL-FROM up to and including VFX-CAL-TO into
      *VFX-CAL-COUNT - the banking-day answer to subtracting two
      *INTEGER-OF-DATE values.
       984-CAL-COUNT-BANK-DAYS.
       MOVE ZERO TO VFX-CAL-COUNT.
       COMPUTE VFX-CAL-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-FROM).
       COMPUTE VFX-CAL-END-INT = FUNCTION INTEGER-OF-DATE(VFX-CAL-TO).
       PERFORM UNTIL VFX-CAL-INT NOT < VFX-CAL-END-INT
           ADD 1 TO VFX-CAL-INT
           COMPUTE VFX-CAL-DATE = FUNCTION DATE-OF-INTEGER(VFX-CAL-INT)
           PERFORM 980-CAL-CHECK-DAY
           IF VFX-CAL-BANK-DAY
               ADD 1 TO VFX-CAL-COUNT
           END-IF
       END-PERFORM.
