      ******************************************************************
      *PROGRAM:  Bank Holiday Calendar Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of the bank holiday calendar
      *          the settlement, royalty payment, billing retry and
      *          business date steps count banking days against.
      *          Each year's Saturdays and Sundays are loaded in one
      *          pass; each bank holiday is keyed on the day the bank
      *          observes it. A day the bank turns out to be open is
      *          taken back off. The year's holidays can be listed
      *          to check against the bank's published schedule.
      ******************************************************************
       PROGRAM-ID. G3-VFX-201-BANK-CAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-CAL.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-CAL.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-201-BANK-CAL' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR THE BANK "
                   "HOLIDAY CALENDAR"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O VFX-CAL-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-201-SEL.
       PERFORM UNTIL VFX-201-SEL = 'X' OR 'x'
           DISPLAY "BANK CALENDAR - 'H' ADD HOLIDAY, 'W' LOAD A "
                   "YEAR'S WEEKENDS, 'D' REMOVE A DAY, 'L' LIST, "
                   "'X' EXIT: "
           ACCEPT VFX-201-SEL
           EVALUATE VFX-201-SEL
               WHEN 'H' WHEN 'h' PERFORM 100-ADD-HOLIDAY
               WHEN 'W' WHEN 'w' PERFORM 200-LOAD-WEEKENDS
               WHEN 'D' WHEN 'd' PERFORM 300-REMOVE-DAY
               WHEN 'L' WHEN 'l' PERFORM 400-LIST-YEAR
           END-EVALUATE
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VFX-CAL-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
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
      *050-ACCEPT-DATE takes a YYYYMMDD date into VFX-201-DATE-NUM,
      *zero when what was keyed isn't a real date.
       050-ACCEPT-DATE.
       MOVE ZERO TO VFX-201-DATE-NUM.
       DISPLAY "DATE YYYYMMDD: ".
       ACCEPT VFX-201-DATE-IN.
       IF VFX-201-DATE-IN NOT NUMERIC
           DISPLAY "DATE MUST BE YYYYMMDD"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-201-DATE-IN TO VFX-201-DATE-NUM.
       IF FUNCTION TEST-DATE-YYYYMMDD(VFX-201-DATE-NUM) NOT = ZERO
           DISPLAY "NOT A CALENDAR DATE"
           MOVE ZERO TO VFX-201-DATE-NUM
       END-IF.
      ******************************************************************
      *060-DAY-OF-WEEK leaves the weekday of VFX-201-INT (an
      *INTEGER-OF-DATE day number) in VFX-CAL-DOW.
       060-DAY-OF-WEEK.
       DIVIDE VFX-201-INT BY 7 GIVING VFX-CAL-QUOT
           REMAINDER VFX-CAL-DOW.
      ******************************************************************
      *100-ADD-HOLIDAY keys one bank holiday. A holiday that falls on
      *a weekend is observed by the bank on a weekday, and it is that
      *weekday that has to be keyed; the weekend is already closed.
      *A holiday keyed over a loaded weekend row takes its place.
       100-ADD-HOLIDAY.
       PERFORM 050-ACCEPT-DATE.
       IF VFX-201-DATE-NUM = ZERO
           EXIT PARAGRAPH
       END-IF.
       COMPUTE VFX-201-INT = FUNCTION INTEGER-OF-DATE(VFX-201-DATE-NUM).
       PERFORM 060-DAY-OF-WEEK.
       IF VFX-CAL-SATURDAY OR VFX-CAL-SUNDAY
           DISPLAY VFX-201-DATE-NUM " IS A "
                   VFX-CAL-DAY-NAME(VFX-CAL-DOW + 1)
                   " - KEY THE WEEKDAY THE BANK OBSERVES IT"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-201-DESC-IN.
       DISPLAY "HOLIDAY NAME: ".
       ACCEPT VFX-201-DESC-IN.
       IF VFX-201-DESC-IN = SPACES
           DISPLAY "HOLIDAY NAME IS REQUIRED - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       INSPECT VFX-201-DESC-IN CONVERTING VFX-SAN-LOWER
           TO VFX-SAN-UPPER.
       MOVE VFX-201-DATE-NUM TO CAL-DATE.
       READ VFX-CAL-FILE
           INVALID KEY
               PERFORM 110-FILL-HOLIDAY
               WRITE CAL-REC
               ADD 1 TO WS-JOB-LOG-COUNT
               DISPLAY "HOLIDAY ADDED"
           NOT INVALID KEY
               IF CAL-HOLIDAY
                   DISPLAY "ALREADY ON THE CALENDAR AS " CAL-DESC
               ELSE
                   PERFORM 110-FILL-HOLIDAY
                   REWRITE CAL-REC
                   ADD 1 TO WS-JOB-LOG-COUNT
                   DISPLAY "HOLIDAY ADDED"
               END-IF
       END-READ.
      *-----------------------------------------------------------------
       110-FILL-HOLIDAY.
       MOVE VFX-201-DATE-NUM TO CAL-DATE.
       SET CAL-HOLIDAY       TO TRUE.
       MOVE VFX-201-DESC-IN  TO CAL-DESC.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO CAL-UPD-DATE.
       MOVE WS-OPERATOR-ID   TO CAL-OPERATOR-ID.
      ******************************************************************
      *200-LOAD-WEEKENDS writes a row for every Saturday and Sunday
      *of the year keyed. Days already on the calendar are left as
      *they are, so loading a year twice does no harm.
       200-LOAD-WEEKENDS.
       DISPLAY "YEAR YYYY: ".
       ACCEPT VFX-201-YEAR-IN.
       IF VFX-201-YEAR-IN NOT NUMERIC OR VFX-201-YEAR-IN < "1601"
           DISPLAY "YEAR MUST BE YYYY"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-201-YEAR-IN TO VFX-201-YEAR-NUM.
       COMPUTE VFX-201-DATE-NUM = VFX-201-YEAR-NUM * 10000 + 0101.
       COMPUTE VFX-201-INT = FUNCTION INTEGER-OF-DATE(VFX-201-DATE-NUM).
       COMPUTE VFX-201-DATE-NUM = VFX-201-YEAR-NUM * 10000 + 1231.
       COMPUTE VFX-201-END-INT =
           FUNCTION INTEGER-OF-DATE(VFX-201-DATE-NUM).
       MOVE ZERO TO VFX-201-ADDED-COUNT.
       PERFORM UNTIL VFX-201-INT > VFX-201-END-INT
           PERFORM 060-DAY-OF-WEEK
           IF VFX-CAL-SATURDAY OR VFX-CAL-SUNDAY
               PERFORM 210-WRITE-WEEKEND
           END-IF
           ADD 1 TO VFX-201-INT
       END-PERFORM.
       ADD VFX-201-ADDED-COUNT TO WS-JOB-LOG-COUNT.
       DISPLAY VFX-201-ADDED-COUNT " WEEKEND DAYS ADDED FOR "
               VFX-201-YEAR-IN.
      *-----------------------------------------------------------------
       210-WRITE-WEEKEND.
       COMPUTE VFX-201-DATE-NUM =
           FUNCTION DATE-OF-INTEGER(VFX-201-INT).
       MOVE VFX-201-DATE-NUM TO CAL-DATE.
       SET CAL-WEEKEND TO TRUE.
       IF VFX-CAL-SATURDAY
           MOVE "SATURDAY" TO CAL-DESC
       ELSE
           MOVE "SUNDAY"   TO CAL-DESC
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO CAL-UPD-DATE.
       MOVE WS-OPERATOR-ID TO CAL-OPERATOR-ID.
       WRITE CAL-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO VFX-201-ADDED-COUNT
       END-WRITE.
      ******************************************************************
      *300-REMOVE-DAY takes a day off the calendar - a holiday keyed
      *in error, or a weekend day the bank has said it will process.
       300-REMOVE-DAY.
       PERFORM 050-ACCEPT-DATE.
       IF VFX-201-DATE-NUM = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-201-DATE-NUM TO CAL-DATE.
       READ VFX-CAL-FILE
           INVALID KEY
               DISPLAY VFX-201-DATE-NUM " IS ALREADY A BANKING DAY"
               EXIT PARAGRAPH
       END-READ.
       DISPLAY "REMOVE " CAL-DATE " " CAL-DESC
               " - THE BANK WILL PROCESS THAT DAY? (Y/N): ".
       ACCEPT VFX-201-RESP.
       IF VFX-201-RESP NOT = 'Y' AND NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       DELETE VFX-CAL-FILE.
       ADD 1 TO WS-JOB-LOG-COUNT.
       DISPLAY CAL-DATE " IS NOW A BANKING DAY".
      ******************************************************************
      *400-LIST-YEAR lists the year's holidays and any weekday the
      *calendar closes, then counts the weekend days loaded so a
      *year never loaded (zero) is plain to see.
       400-LIST-YEAR.
       DISPLAY "YEAR YYYY: ".
       ACCEPT VFX-201-YEAR-IN.
       IF VFX-201-YEAR-IN NOT NUMERIC
           DISPLAY "YEAR MUST BE YYYY"
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VFX-201-HOL-COUNT.
       MOVE ZERO TO VFX-201-WKND-COUNT.
       MOVE 'N' TO VFX-201-EOF-FLAG.
       MOVE SPACES TO CAL-DATE.
       STRING VFX-201-YEAR-IN "0101" DELIMITED BY SIZE
           INTO CAL-DATE.
       START VFX-CAL-FILE KEY IS NOT LESS THAN CAL-DATE
           INVALID KEY
               MOVE 'Y' TO VFX-201-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-201-EOF
           READ VFX-CAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-201-EOF-FLAG
               NOT AT END
                   IF CAL-DATE(1:4) NOT = VFX-201-YEAR-IN
                       MOVE 'Y' TO VFX-201-EOF-FLAG
                   ELSE
                       PERFORM 410-LIST-ONE
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY VFX-201-HOL-COUNT " HOLIDAYS, " VFX-201-WKND-COUNT
               " WEEKEND DAYS ON THE CALENDAR FOR " VFX-201-YEAR-IN.
       DISPLAY "END OF CALENDAR LIST - PRESS ENTER".
       ACCEPT VFX-201-RESP.
      *-----------------------------------------------------------------
       410-LIST-ONE.
       IF CAL-WEEKEND
           ADD 1 TO VFX-201-WKND-COUNT
       ELSE
           ADD 1 TO VFX-201-HOL-COUNT
           MOVE CAL-DATE TO VFX-201-DATE-NUM
           COMPUTE VFX-201-INT =
               FUNCTION INTEGER-OF-DATE(VFX-201-DATE-NUM)
           PERFORM 060-DAY-OF-WEEK
           DISPLAY CAL-DATE " " VFX-CAL-DAY-NAME(VFX-CAL-DOW + 1)
                   "  " CAL-DESC "  " CAL-OPERATOR-ID
                   " " CAL-UPD-DATE
       END-IF.
