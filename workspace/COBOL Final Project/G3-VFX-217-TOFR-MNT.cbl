      ******************************************************************
      *PROGRAM:  Free Trial Offer Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of the free trial offer
      *          table the signup screen takes a trial offer code
      *          from. Each offer gives a number of free days and
      *          caps what the member may buy before the trial
      *          converts to paid. An offer marketing has finished
      *          with is retired rather than deleted, so the trial
      *          history and the monthly trial report that quote it
      *          still read.
      ******************************************************************
       PROGRAM-ID. G3-VFX-217-TOFR-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-TOFR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-TOFR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-217-TOFR-MNT' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR TRIAL OFFERS"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O VFX-TOFR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-217-SEL.
       PERFORM UNTIL VFX-217-SEL = 'X' OR 'x'
           DISPLAY "TRIAL OFFERS - 'A' ADD, 'U' UPDATE, "
                   "'R' RETIRE/REINSTATE, 'L' LIST, 'X' EXIT: "
           ACCEPT VFX-217-SEL
           EVALUATE VFX-217-SEL
               WHEN 'A' WHEN 'a' PERFORM 100-ADD-OFFER
               WHEN 'U' WHEN 'u' PERFORM 200-UPDATE-OFFER
               WHEN 'R' WHEN 'r' PERFORM 250-RETIRE-OFFER
               WHEN 'L' WHEN 'l' PERFORM 300-LIST-OFFERS
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
       CLOSE VFX-TOFR-FILE.
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
       100-ADD-OFFER.
       PERFORM 150-ACCEPT-OFFER.
       IF VFX-217-NEW-CODE = SPACES OR VFX-217-NEW-DESC = SPACES
           DISPLAY "CODE AND DESCRIPTION ARE REQUIRED - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       IF VFX-217-NEW-DAYS = ZERO
           DISPLAY "AN OFFER MUST GIVE AT LEAST ONE FREE DAY - "
                   "NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-217-NEW-CODE  TO TOFR-CODE.
       MOVE VFX-217-NEW-DESC  TO TOFR-DESC.
       MOVE VFX-217-NEW-DAYS  TO TOFR-DAYS.
       MOVE VFX-217-NEW-LIMIT TO TOFR-PUR-LIMIT.
       SET TOFR-IN-USE        TO TRUE.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO TOFR-UPD-DATE.
       MOVE WS-OPERATOR-ID    TO TOFR-OPERATOR-ID.
       WRITE TOFR-REC
           INVALID KEY
               DISPLAY "AN OFFER WITH THAT CODE ALREADY EXISTS"
       END-WRITE.
       IF WS-TOFR-STATUS = "00"
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "OFFER ADDED"
       END-IF.
      ******************************************************************
      *200-UPDATE-OFFER rewrites the description, days and limit. A
      *blank description or zero days keeps what is on file. Members
      *already on the offer keep the trial they signed up for.
       200-UPDATE-OFFER.
       PERFORM 150-ACCEPT-OFFER.
       MOVE VFX-217-NEW-CODE TO TOFR-CODE.
       READ VFX-TOFR-FILE
           INVALID KEY
               DISPLAY "OFFER CODE NOT FOUND"
           NOT INVALID KEY
               IF VFX-217-NEW-DESC NOT = SPACES
                   MOVE VFX-217-NEW-DESC TO TOFR-DESC
               END-IF
               IF VFX-217-NEW-DAYS NOT = ZERO
                   MOVE VFX-217-NEW-DAYS TO TOFR-DAYS
               END-IF
               MOVE VFX-217-NEW-LIMIT TO TOFR-PUR-LIMIT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO TOFR-UPD-DATE
               MOVE WS-OPERATOR-ID TO TOFR-OPERATOR-ID
               REWRITE TOFR-REC
               ADD 1 TO WS-JOB-LOG-COUNT
               DISPLAY "OFFER UPDATED"
       END-READ.
      ******************************************************************
       150-ACCEPT-OFFER.
       MOVE SPACES TO VFX-217-NEW-REC.
       MOVE ZERO TO VFX-217-NEW-DAYS.
       MOVE ZERO TO VFX-217-NEW-LIMIT.
       DISPLAY "OFFER CODE (UP TO 10 CHARS): ".
       ACCEPT VFX-217-NEW-CODE.
       INSPECT VFX-217-NEW-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       DISPLAY "DESCRIPTION: ".
       ACCEPT VFX-217-NEW-DESC.
       DISPLAY "FREE DAYS (999): ".
       ACCEPT VFX-217-NEW-DAYS.
       DISPLAY "PURCHASE LIMIT DURING THE TRIAL (999.99): ".
       ACCEPT VFX-217-NEW-LIMIT.
      ******************************************************************
      *250-RETIRE-OFFER takes an offer out of use, or puts a retired
      *one back. Members already on it finish their trial.
       250-RETIRE-OFFER.
       DISPLAY "OFFER CODE: ".
       ACCEPT VFX-217-NEW-CODE.
       INSPECT VFX-217-NEW-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE VFX-217-NEW-CODE TO TOFR-CODE.
       READ VFX-TOFR-FILE
           INVALID KEY
               DISPLAY "OFFER CODE NOT FOUND"
               EXIT PARAGRAPH
       END-READ.
       IF TOFR-RETIRED
           DISPLAY "REINSTATE " TOFR-CODE " " TOFR-DESC "? (Y/N): "
       ELSE
           DISPLAY "RETIRE " TOFR-CODE " " TOFR-DESC "? (Y/N): "
       END-IF.
       ACCEPT VFX-217-RESP.
       IF VFX-217-RESP NOT = 'Y' AND NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       IF TOFR-RETIRED
           SET TOFR-IN-USE TO TRUE
           DISPLAY "OFFER " TOFR-CODE " REINSTATED"
       ELSE
           SET TOFR-RETIRED TO TRUE
           DISPLAY "OFFER " TOFR-CODE " RETIRED"
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO TOFR-UPD-DATE.
       MOVE WS-OPERATOR-ID TO TOFR-OPERATOR-ID.
       REWRITE TOFR-REC.
       ADD 1 TO WS-JOB-LOG-COUNT.
      ******************************************************************
       300-LIST-OFFERS.
       MOVE 'N' TO VFX-217-EOF-FLAG.
       MOVE LOW-VALUES TO TOFR-CODE.
       START VFX-TOFR-FILE KEY IS NOT LESS THAN TOFR-CODE
           INVALID KEY
               MOVE 'Y' TO VFX-217-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-217-EOF
           READ VFX-TOFR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-217-EOF-FLAG
               NOT AT END
                   PERFORM 310-LIST-ONE
           END-READ
       END-PERFORM.
       DISPLAY "END OF OFFER LIST - PRESS ENTER".
       ACCEPT VFX-217-RESP.
      ******************************************************************
       310-LIST-ONE.
       IF TOFR-RETIRED
           MOVE "RETIRED" TO VFX-217-STATUS-TXT
       ELSE
           MOVE SPACES TO VFX-217-STATUS-TXT
       END-IF.
       MOVE TOFR-DAYS      TO VFX-217-DAYS-ED.
       MOVE TOFR-PUR-LIMIT TO VFX-217-LIMIT-ED.
       DISPLAY TOFR-CODE "  " TOFR-DESC "  " VFX-217-DAYS-ED
               " DAYS  LIMIT " VFX-217-LIMIT-ED "  "
               VFX-217-STATUS-TXT.
