      ******************************************************************
      *PROGRAM:  Cancellation Reason Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of the cancellation reason
      *          table the member inquiry screen makes a member pick
      *          from before a cancel. Each reason names the save
      *          offer put to the member - a discounted month as a
      *          goodwill credit (with the percent of the plan rate
      *          it credits), a downgrade to the next-cheaper plan,
      *          a pause, or none. A reason no longer wanted is
      *          retired rather than deleted so the history that
      *          quotes it still reads.
      ******************************************************************
       PROGRAM-ID. G3-VFX-181-CXR-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-CXR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-CXR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-181-CXR-MNT' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR CANCELLATION "
                   "REASONS"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O VFX-CXR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-181-SEL.
       PERFORM UNTIL VFX-181-SEL = 'X' OR 'x'
           DISPLAY "CANCEL REASONS - 'A' ADD, 'U' UPDATE, "
                   "'R' RETIRE/REINSTATE, 'L' LIST, 'X' EXIT: "
           ACCEPT VFX-181-SEL
           EVALUATE VFX-181-SEL
               WHEN 'A' WHEN 'a' PERFORM 100-ADD-REASON
               WHEN 'U' WHEN 'u' PERFORM 200-UPDATE-REASON
               WHEN 'R' WHEN 'r' PERFORM 250-RETIRE-REASON
               WHEN 'L' WHEN 'l' PERFORM 300-LIST-REASONS
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
       CLOSE VFX-CXR-FILE.
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
       100-ADD-REASON.
       PERFORM 150-ACCEPT-REASON.
       IF VFX-181-NEW-CODE = SPACES OR VFX-181-NEW-DESC = SPACES
           DISPLAY "CODE AND DESCRIPTION ARE REQUIRED - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       IF NOT VFX-181-OFFER-VALID
           DISPLAY "OFFER MUST BE D, G, P OR N - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-181-NEW-CODE  TO CXR-CODE.
       MOVE VFX-181-NEW-DESC  TO CXR-DESC.
       MOVE VFX-181-NEW-OFFER TO CXR-OFFER.
       MOVE VFX-181-NEW-PCT   TO CXR-DISC-PCT.
       SET CXR-IN-USE         TO TRUE.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO CXR-UPD-DATE.
       MOVE WS-OPERATOR-ID    TO CXR-OPERATOR-ID.
       WRITE CXR-REC
           INVALID KEY
               DISPLAY "A REASON WITH THAT CODE ALREADY EXISTS"
       END-WRITE.
       IF WS-CXR-STATUS = "00"
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "REASON ADDED"
       END-IF.
      ******************************************************************
      *200-UPDATE-REASON rewrites the description and offer. A blank
      *description or offer keeps what is on file.
       200-UPDATE-REASON.
       PERFORM 150-ACCEPT-REASON.
       IF VFX-181-NEW-OFFER NOT = SPACES AND NOT VFX-181-OFFER-VALID
           DISPLAY "OFFER MUST BE D, G, P OR N - NOTHING SAVED"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-181-NEW-CODE TO CXR-CODE.
       READ VFX-CXR-FILE
           INVALID KEY
               DISPLAY "REASON CODE NOT FOUND"
           NOT INVALID KEY
               IF VFX-181-NEW-DESC NOT = SPACES
                   MOVE VFX-181-NEW-DESC TO CXR-DESC
               END-IF
               IF VFX-181-NEW-OFFER NOT = SPACES
                   MOVE VFX-181-NEW-OFFER TO CXR-OFFER
               END-IF
               MOVE VFX-181-NEW-PCT TO CXR-DISC-PCT
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO CXR-UPD-DATE
               MOVE WS-OPERATOR-ID TO CXR-OPERATOR-ID
               REWRITE CXR-REC
               ADD 1 TO WS-JOB-LOG-COUNT
               DISPLAY "REASON UPDATED"
       END-READ.
      ******************************************************************
       150-ACCEPT-REASON.
       MOVE SPACES TO VFX-181-NEW-REC.
       MOVE ZERO TO VFX-181-NEW-PCT.
       DISPLAY "REASON CODE (2 CHARS, E.G. PR = PRICE): ".
       ACCEPT VFX-181-NEW-CODE.
       INSPECT VFX-181-NEW-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       DISPLAY "DESCRIPTION: ".
       ACCEPT VFX-181-NEW-DESC.
       DISPLAY "SAVE OFFER - D DISCOUNTED MONTH, G DOWNGRADE, "
               "P PAUSE, N NONE: ".
       ACCEPT VFX-181-NEW-OFFER.
       INSPECT VFX-181-NEW-OFFER CONVERTING "dgpn" TO "DGPN".
       IF VFX-181-NEW-OFFER = 'D' OR 'G'
           DISPLAY "PERCENT OF PLAN RATE CREDITED AS A DISCOUNTED "
                   "MONTH (999): "
           ACCEPT VFX-181-NEW-PCT
       END-IF.
       IF VFX-181-NEW-PCT > 100
           MOVE 100 TO VFX-181-NEW-PCT
       END-IF.
      ******************************************************************
      *250-RETIRE-REASON takes a reason out of use, or puts a retired
      *one back.
       250-RETIRE-REASON.
       DISPLAY "REASON CODE: ".
       ACCEPT VFX-181-NEW-CODE.
       INSPECT VFX-181-NEW-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE VFX-181-NEW-CODE TO CXR-CODE.
       READ VFX-CXR-FILE
           INVALID KEY
               DISPLAY "REASON CODE NOT FOUND"
               EXIT PARAGRAPH
       END-READ.
       IF CXR-RETIRED
           DISPLAY "REINSTATE " CXR-CODE " " CXR-DESC "? (Y/N): "
       ELSE
           DISPLAY "RETIRE " CXR-CODE " " CXR-DESC "? (Y/N): "
       END-IF.
       ACCEPT VFX-181-RESP.
       IF VFX-181-RESP NOT = 'Y' AND NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       IF CXR-RETIRED
           SET CXR-IN-USE TO TRUE
           DISPLAY "REASON " CXR-CODE " REINSTATED"
       ELSE
           SET CXR-RETIRED TO TRUE
           DISPLAY "REASON " CXR-CODE " RETIRED"
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO CXR-UPD-DATE.
       MOVE WS-OPERATOR-ID TO CXR-OPERATOR-ID.
       REWRITE CXR-REC.
       ADD 1 TO WS-JOB-LOG-COUNT.
      ******************************************************************
       300-LIST-REASONS.
       MOVE 'N' TO VFX-181-EOF-FLAG.
       MOVE LOW-VALUES TO CXR-CODE.
       START VFX-CXR-FILE KEY IS NOT LESS THAN CXR-CODE
           INVALID KEY
               MOVE 'Y' TO VFX-181-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-181-EOF
           READ VFX-CXR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-181-EOF-FLAG
               NOT AT END
                   PERFORM 310-LIST-ONE
           END-READ
       END-PERFORM.
       DISPLAY "END OF REASON LIST - PRESS ENTER".
       ACCEPT VFX-181-RESP.
      ******************************************************************
       310-LIST-ONE.
       EVALUATE TRUE
           WHEN CXR-OFFER-DISCOUNT
               MOVE "DISCOUNT"  TO VFX-181-OFFER-TXT
           WHEN CXR-OFFER-DOWNGRADE
               MOVE "DOWNGRADE" TO VFX-181-OFFER-TXT
           WHEN CXR-OFFER-PAUSE
               MOVE "PAUSE"     TO VFX-181-OFFER-TXT
           WHEN OTHER
               MOVE "NONE"      TO VFX-181-OFFER-TXT
       END-EVALUATE.
       IF CXR-RETIRED
           MOVE "RETIRED" TO VFX-181-STATUS-TXT
       ELSE
           MOVE SPACES TO VFX-181-STATUS-TXT
       END-IF.
       MOVE CXR-DISC-PCT TO VFX-181-PCT-ED.
       DISPLAY CXR-CODE "  " CXR-DESC "  " VFX-181-OFFER-TXT " "
               VFX-181-PCT-ED "%  " VFX-181-STATUS-TXT.
