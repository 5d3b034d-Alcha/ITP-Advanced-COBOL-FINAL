      ******************************************************************
      *PROGRAM:  Goodwill Credit Review List
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only walk through the open findings the
      *          monthly goodwill credit review queued. For each one
      *          the supervisor sees the finding, the credit or the
      *          operator it is about and the member the credit went
      *          to, and records a disposition: cleared (nothing
      *          wrong) or confirmed (self-dealing, passed on for
      *          action). Every decision needs a note and is stamped
      *          on the list entry with the supervisor and the date.
      *          A supervisor cannot decide a finding about a credit
      *          they issued themselves; it stays open for another.
      ******************************************************************
       PROGRAM-ID. G3-VFX-197-GCR-WORK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-GCR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-MBR.
       COPY FD-VFX-GCR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-197-GCR-WORK' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR THE "
                   "GOODWILL CREDIT REVIEW"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN INPUT VM-FILE.
       OPEN I-O VFX-GCR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-WALK-LIST.
       DISPLAY VFX-197-OPEN-COUNT " OPEN FINDINGS SEEN, "
               VFX-197-DECIDED-COUNT " DECIDED".
       IF VFX-197-OWN-COUNT NOT = ZERO
           DISPLAY VFX-197-OWN-COUNT " ON YOUR OWN CREDITS LEFT "
                   "FOR ANOTHER SUPERVISOR"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       MOVE "END"                 TO JOB-LOG-EVENT.
       MOVE VFX-197-DECIDED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"            TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-GCR-FILE.
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
      *100-WALK-LIST steps through the list in key order - month,
      *then kind of finding - stopping on each open entry.
       100-WALK-LIST.
       MOVE 'N' TO VFX-197-EOF-FLAG.
       MOVE LOW-VALUES TO VFX-197-CUR-KEY.
       PERFORM UNTIL VFX-197-EOF
           MOVE VFX-197-CUR-KEY TO GCR-KEY
           START VFX-GCR-FILE KEY IS GREATER THAN GCR-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-197-EOF-FLAG
           END-START
           IF NOT VFX-197-EOF
               READ VFX-GCR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-197-EOF-FLAG
                   NOT AT END
                       MOVE GCR-KEY TO VFX-197-CUR-KEY
                       IF GCR-OPEN
                           ADD 1 TO VFX-197-OPEN-COUNT
                           MOVE 'N' TO VFX-197-OWN-FLAG
                           IF GCR-OPERATOR-ID = WS-OPERATOR-ID
                               MOVE 'Y' TO VFX-197-OWN-FLAG
                               ADD 1 TO VFX-197-OWN-COUNT
                           END-IF
                           PERFORM 200-SHOW-FINDING
                           PERFORM 300-DECIDE
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
       IF VFX-197-OPEN-COUNT = ZERO
           DISPLAY "NO OPEN FINDINGS ON THE GOODWILL CREDIT REVIEW"
       END-IF.
      ******************************************************************
       200-SHOW-FINDING.
       DISPLAY " ".
       EVALUATE TRUE
           WHEN GCR-CONTACT-MATCH
               DISPLAY "MEMBER SHARES CONTACT DETAILS WITH AN OPERATOR"
           WHEN GCR-QUICK-DRAW
               DISPLAY "CREDIT SPENT ON A HIGH-PRICED TITLE AT ONCE"
           WHEN GCR-AFTER-REFUND
               DISPLAY "CREDIT ISSUED AFTER THE SAME OPERATOR "
                       "REFUNDED THE SALE"
           WHEN GCR-VOLUME
               DISPLAY "OPERATOR CREDIT VOLUME FAR ABOVE PEERS"
       END-EVALUATE.
       MOVE GCR-AMOUNT TO VFX-197-AMT-ED.
       IF GCR-VOLUME
           DISPLAY "MONTH " GCR-MONTH "  OPERATOR " GCR-OPERATOR-ID
                   "  CREDITS TOTAL " VFX-197-AMT-ED
       ELSE
           DISPLAY "MONTH " GCR-MONTH "  CREDIT " GCR-SUBJECT
                   "  " VFX-197-AMT-ED
           DISPLAY "ISSUED " GCR-ISSUE-DATE " BY " GCR-OPERATOR-ID
                   " TO MEMBER " GCR-MBR-ID
           MOVE GCR-MBR-ID TO VM-ID-KEY
           READ VM-FILE KEY IS VM-ID-KEY
               INVALID KEY
                   DISPLAY "MEMBER IS NO LONGER ON FILE"
               NOT INVALID KEY
                   DISPLAY "    " VM-FNAME " " VM-LNAME-KEY
                   DISPLAY "    " VM-ADDRESS " " VM-ZIP-KEY
                           " " VM-PHONE
                   DISPLAY "    " VM-EMAIL-KEY
           END-READ
       END-IF.
       DISPLAY GCR-DETAIL.
       DISPLAY "QUEUED " GCR-QUEUE-DATE.
       IF VFX-197-OWN-CREDIT
           DISPLAY "YOUR OWN CREDIT - NOT DECIDABLE BY YOU"
       END-IF.
      ******************************************************************
      *300-DECIDE takes the supervisor's call. A decision needs a note
      *- "member is the operator's spouse, credit reversed", "valid
      *service recovery" - so the list says why, not just who. The
      *operator a finding is about never decides it.
       300-DECIDE.
       IF VFX-197-OWN-CREDIT
           DISPLAY "ANOTHER SUPERVISOR MUST DECIDE - LEFT OPEN"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-197-SEL.
       DISPLAY "C = CLEAR (NOTHING WRONG), F = CONFIRM "
               "SELF-DEALING, ANY OTHER KEY = LEAVE OPEN: ".
       ACCEPT VFX-197-SEL.
       IF VFX-197-SEL NOT = 'C' AND VFX-197-SEL NOT = 'c'
               AND VFX-197-SEL NOT = 'F' AND VFX-197-SEL NOT = 'f'
           DISPLAY "LEFT OPEN"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-197-NOTE.
       PERFORM UNTIL VFX-197-NOTE NOT = SPACES
           DISPLAY "REASON FOR THE DECISION: "
           ACCEPT VFX-197-NOTE
       END-PERFORM.
       MOVE WS-OPERATOR-ID TO GCR-DEC-OPER.
       MOVE WS-TSTAMP(1:8) TO GCR-DEC-DATE.
       MOVE VFX-197-NOTE   TO GCR-DEC-NOTE.
       IF VFX-197-SEL = 'C' OR VFX-197-SEL = 'c'
           SET GCR-CLEARED TO TRUE
           DISPLAY "FINDING CLEARED"
       ELSE
           SET GCR-CONFIRMED TO TRUE
           DISPLAY "FINDING CONFIRMED"
       END-IF.
       REWRITE GCR-REC.
       ADD 1 TO VFX-197-DECIDED-COUNT.
