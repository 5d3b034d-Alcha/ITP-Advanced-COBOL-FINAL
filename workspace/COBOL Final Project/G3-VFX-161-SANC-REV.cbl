      ******************************************************************
      *PROGRAM:  Sanctions Compliance Review Queue
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only walk through the open possible
      *          watch-list matches the signup, merchant maintenance,
      *          merchant build and nightly rescreen queued. For each
      *          one the supervisor sees our party beside the listed
      *          party and either clears it (not the same party) or
      *          confirms it. Every decision is stamped on the queue
      *          entry with the supervisor and a note and appended to
      *          the screening evidence log. Clearing the last open
      *          match on a party lifts its compliance hold - the
      *          member goes active (or back on its free trial if
      *          the trial has not yet ended), the merchant is paid
      *          again;
      *          a confirmed match keeps the party held for good.
      ******************************************************************
       PROGRAM-ID. G3-VFX-161-SANC-REV.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-MBR.
       COPY SELECT-MER.
       COPY SELECT-VFX-SANC.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-MBR.
       COPY FD-MER.
       COPY FD-VFX-SANC.
       COPY FD-VFX-JRNL.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      *MER-FILE's FILE STATUS fields aren't in WS-VFX.cpy, the same
      *local-declaration arrangement G3-VFX-47-SETTLE uses.
       01  WS-STAT                      PIC XX.
       01  WS-STAT-TXT                  PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-161-SANC-REV' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR THE "
                   "COMPLIANCE REVIEW QUEUE"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN I-O VM-FILE.
       OPEN I-O MER-FILE.
       OPEN INPUT VFX-SANC-FILE.
       OPEN I-O VFX-SANQ-FILE.
       OPEN EXTEND VFX-SANL-TXT.
       OPEN EXTEND VFX-JRNL-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE VFX-M-PROG     TO VFX-SAN-PROGRAM.
       MOVE WS-OPERATOR-ID TO VFX-SAN-OPERATOR.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VFX-SAN-TODAY.
       PERFORM 100-WALK-QUEUE.
       DISPLAY VFX-161-OPEN-COUNT " OPEN MATCHES SEEN, "
               VFX-161-DECIDED-COUNT " DECIDED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       MOVE "END"                 TO JOB-LOG-EVENT.
       MOVE VFX-161-DECIDED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"            TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VM-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-SANC-FILE.
       CLOSE VFX-SANQ-FILE.
       CLOSE VFX-SANL-TXT.
       CLOSE VFX-JRNL-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE reads the BUSDATE control record, falling
      *back to the calendar date when no control record exists yet.
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
      *100-WALK-QUEUE steps through the queue in key order, stopping
      *on each open match. Deciding one re-reads other entries for
      *the same party, so the walk re-positions just past the entry
      *it was on before reading on.
       100-WALK-QUEUE.
       MOVE 'N' TO VFX-161-EOF-FLAG.
       MOVE SPACES TO VFX-161-RESP.
       MOVE LOW-VALUES TO VFX-161-CUR-KEY.
       PERFORM UNTIL VFX-161-EOF
           MOVE VFX-161-CUR-KEY TO SANQ-KEY
           START VFX-SANQ-FILE KEY IS GREATER THAN SANQ-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-161-EOF-FLAG
           END-START
           IF NOT VFX-161-EOF
               READ VFX-SANQ-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-161-EOF-FLAG
                   NOT AT END
                       MOVE SANQ-KEY TO VFX-161-CUR-KEY
                       IF SANQ-OPEN
                           ADD 1 TO VFX-161-OPEN-COUNT
                           PERFORM 200-SHOW-MATCH
                           PERFORM 300-DECIDE
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
       IF VFX-161-OPEN-COUNT = ZERO
           DISPLAY "NO OPEN POSSIBLE MATCHES ON THE QUEUE"
       END-IF.
      ******************************************************************
       200-SHOW-MATCH.
       DISPLAY " ".
       EVALUATE TRUE
           WHEN SANQ-MEMBER
               DISPLAY "MEMBER     " SANQ-SUBJ-ID "  " SANQ-SUBJ-NAME
           WHEN SANQ-MERCHANT
               DISPLAY "MERCHANT   " SANQ-SUBJ-ID "  " SANQ-SUBJ-NAME
           WHEN SANQ-APPLICANT
               DISPLAY "APPLICANT  " SANQ-SUBJ-ID "  " SANQ-SUBJ-NAME
       END-EVALUATE.
       EVALUATE TRUE
           WHEN SANQ-BOTH-MATCH
               DISPLAY "MATCHED ON NAME AND ADDRESS"
           WHEN SANQ-ADDR-MATCH
               DISPLAY "MATCHED ON ADDRESS ONLY"
           WHEN OTHER
               DISPLAY "MATCHED ON NAME ONLY"
       END-EVALUATE.
       DISPLAY "QUEUED " SANQ-QUEUE-DATE " BY " SANQ-SOURCE
               " AGAINST LIST OF " SANQ-LIST-DATE.
       MOVE SANQ-ENTRY-ID TO SANC-ENTRY-ID.
       READ VFX-SANC-FILE
           INVALID KEY
               DISPLAY "LISTED PARTY " SANQ-ENTRY-ID
                       " NO LONGER ON THE CURRENT LIST"
           NOT INVALID KEY
               DISPLAY "LISTED PARTY " SANC-ENTRY-ID "  "
                       SANC-PROGRAM
               DISPLAY "    " SANC-NAME
               DISPLAY "    " SANC-ADDRESS " " SANC-ZIP
       END-READ.
       PERFORM 210-SHOW-OUR-PARTY.
      *-----------------------------------------------------------------
      *210-SHOW-OUR-PARTY shows our own record as it stands now, since
      *an address may have been corrected after the match queued.
       210-SHOW-OUR-PARTY.
       IF SANQ-MERCHANT
           MOVE SANQ-SUBJ-ID TO MER-ID
           READ MER-FILE KEY IS MER-ID
               INVALID KEY
                   DISPLAY "OUR MERCHANT IS NO LONGER ON FILE"
               NOT INVALID KEY
                   DISPLAY "OUR MERCHANT " MER-NAME
                   DISPLAY "    " MER-ADDRESS " " MER-ZIP
           END-READ
       ELSE
           MOVE SANQ-SUBJ-ID TO VFX-161-VM-ID
           MOVE VFX-161-VM-ID TO VM-ID-KEY
           READ VM-FILE KEY IS VM-ID-KEY
               INVALID KEY
                   DISPLAY "OUR MEMBER IS NO LONGER ON FILE"
               NOT INVALID KEY
                   DISPLAY "OUR MEMBER " VM-FNAME " " VM-LNAME-KEY
                   DISPLAY "    " VM-ADDRESS " " VM-ZIP-KEY
           END-READ
       END-IF.
      ******************************************************************
      *300-DECIDE takes the supervisor's call. A decision needs a note
      *- "different date of birth", "confirmed with the bank" - so
      *the evidence says why, not just who.
       300-DECIDE.
       MOVE SPACES TO VFX-161-SEL.
       DISPLAY "C = CLEAR (NOT THE LISTED PARTY), F = CONFIRM "
               "MATCH, ANY OTHER KEY = LEAVE OPEN: ".
       ACCEPT VFX-161-SEL.
       IF VFX-161-SEL NOT = 'C' AND VFX-161-SEL NOT = 'c'
               AND VFX-161-SEL NOT = 'F' AND VFX-161-SEL NOT = 'f'
           DISPLAY "LEFT OPEN"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-161-NOTE.
       PERFORM UNTIL VFX-161-NOTE NOT = SPACES
           DISPLAY "REASON FOR THE DECISION: "
           ACCEPT VFX-161-NOTE
       END-PERFORM.
       MOVE WS-OPERATOR-ID TO SANQ-DEC-OPER.
       MOVE VFX-SAN-TODAY  TO SANQ-DEC-DATE.
       MOVE VFX-161-NOTE   TO SANQ-DEC-NOTE.
       IF VFX-161-SEL = 'C' OR VFX-161-SEL = 'c'
           SET SANQ-CLEARED TO TRUE
           MOVE "CLEARED" TO SANL-RESULT
       ELSE
           SET SANQ-CONFIRMED TO TRUE
           MOVE "CONFIRMED" TO SANL-RESULT
       END-IF.
       REWRITE SANQ-REC.
       ADD 1 TO VFX-161-DECIDED-COUNT.
       MOVE SANQ-SUBJ-TYPE TO VFX-SAN-SUBJ-TYPE.
       MOVE SANQ-SUBJ-ID   TO VFX-SAN-SUBJ-ID.
       MOVE SANQ-LIST-DATE TO VFX-SAN-LIST-DATE.
       MOVE "DECISION"     TO SANL-EVENT.
       MOVE SANQ-ENTRY-ID  TO SANL-ENTRY-ID.
       MOVE VFX-161-NOTE   TO SANL-NOTE.
       PERFORM 760-SANC-LOG.
       IF SANQ-CLEARED
           PERFORM 400-RELEASE-IF-CLEAR
       ELSE
           DISPLAY "MATCH CONFIRMED - THE PARTY STAYS ON COMPLIANCE "
                   "HOLD"
       END-IF.
      ******************************************************************
      *400-RELEASE-IF-CLEAR lifts the hold only when nothing else is
      *holding the party: no other open or confirmed match. A member
      *and the same person's co-brand application share one hold,
      *so both kinds of entry are checked for a member id.
       400-RELEASE-IF-CLEAR.
       MOVE SANQ-SUBJ-ID TO VFX-161-CHK-ID.
       MOVE 'N' TO VFX-161-HELD-FLAG.
       IF SANQ-MERCHANT
           MOVE 'V' TO VFX-161-CHK-TYPE
           PERFORM 410-SCAN-PARTY
       ELSE
           MOVE 'M' TO VFX-161-CHK-TYPE
           PERFORM 410-SCAN-PARTY
           MOVE 'A' TO VFX-161-CHK-TYPE
           PERFORM 410-SCAN-PARTY
       END-IF.
       IF VFX-161-STILL-HELD
           DISPLAY "CLEARED - OTHER MATCHES STILL HOLD THIS PARTY"
           EXIT PARAGRAPH
       END-IF.
       IF VFX-161-CHK-TYPE = 'V'
           PERFORM 420-RELEASE-MERCHANT
       ELSE
           PERFORM 430-RELEASE-MEMBER
       END-IF.
      *-----------------------------------------------------------------
       410-SCAN-PARTY.
       MOVE VFX-161-CHK-TYPE TO SANQ-SUBJ-TYPE.
       MOVE VFX-161-CHK-ID   TO SANQ-SUBJ-ID.
       MOVE LOW-VALUES       TO SANQ-ENTRY-ID.
       MOVE 'N' TO VFX-161-SCAN-EOF-FLAG.
       START VFX-SANQ-FILE KEY IS NOT LESS THAN SANQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-161-SCAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-161-SCAN-EOF
           READ VFX-SANQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-161-SCAN-EOF-FLAG
               NOT AT END
                   IF SANQ-SUBJ-TYPE NOT = VFX-161-CHK-TYPE
                           OR SANQ-SUBJ-ID NOT = VFX-161-CHK-ID
                       MOVE 'Y' TO VFX-161-SCAN-EOF-FLAG
                   ELSE
                       IF SANQ-OPEN OR SANQ-CONFIRMED
                           MOVE 'Y' TO VFX-161-HELD-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       420-RELEASE-MERCHANT.
       MOVE VFX-161-CHK-ID TO MER-ID.
       READ MER-FILE KEY IS MER-ID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF MER-COMP-HOLD
                   MOVE MER-REC TO WS-JRNL-BEFORE
                   SET MER-COMP-CLEAR TO TRUE
                   MOVE WS-OPERATOR-ID TO MER-OPERATOR-ID
                   REWRITE MER-REC
                   MOVE "MERFILE" TO JRNL-FILE-NAME
                   MOVE 'R'       TO JRNL-ACTION
                   MOVE MER-REC   TO JRNL-DATA
                   PERFORM 980-WRITE-JRNL
                   DISPLAY "CLEARED - MERCHANT RELEASED FROM "
                           "COMPLIANCE HOLD"
               END-IF
       END-READ.
      *-----------------------------------------------------------------
      *430-RELEASE-MEMBER lifts a member's hold. A member held while
      *still inside a free trial goes back on the trial, so the
      *reminder, the conversion and the trial purchase limit still
      *apply; anyone else goes active.
       430-RELEASE-MEMBER.
       MOVE VFX-161-CHK-ID TO VFX-161-VM-ID.
       MOVE VFX-161-VM-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VM-COMP-HOLD
                   MOVE VM-REC TO WS-JRNL-BEFORE
                   IF VM-TRIAL-END NOT = SPACES
                           AND VM-TRIAL-END NOT < WS-BUS-DATE
                       SET VM-TRIAL TO TRUE
                   ELSE
                       SET VM-ACTIVE TO TRUE
                   END-IF
                   MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID
                   REWRITE VM-REC
                   MOVE "VMFILE" TO JRNL-FILE-NAME
                   MOVE 'R'      TO JRNL-ACTION
                   MOVE VM-REC   TO JRNL-DATA
                   PERFORM 980-WRITE-JRNL
                   DISPLAY "CLEARED - MEMBERSHIP RELEASED FROM "
                           "COMPLIANCE HOLD"
               END-IF
       END-READ.
      ******************************************************************
      *760-SANC-LOG appends one line to the screening evidence log;
      *callers set the event, result, entry and note first.
       760-SANC-LOG.
       MOVE FUNCTION CURRENT-DATE TO SANL-TSTAMP.
       MOVE VFX-SAN-SUBJ-TYPE TO SANL-SUBJ-TYPE.
       MOVE VFX-SAN-SUBJ-ID   TO SANL-SUBJ-ID.
       MOVE VFX-SAN-LIST-DATE TO SANL-LIST-DATE.
       MOVE VFX-SAN-PROGRAM   TO SANL-PROGRAM.
       MOVE VFX-SAN-OPERATOR  TO SANL-OPERATOR.
       WRITE SANL-REC.
      ******************************************************************
      *980-WRITE-JRNL appends one after-image line for forward
      *recovery; callers set the file name, action and record image
      *first, and for a REWRITE or DELETE save the record as read
      *in WS-JRNL-BEFORE so the change can be backed out.
       980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO JRNL-TSTAMP.
       MOVE VFX-M-PROG            TO JRNL-PROGRAM.
       IF JRNL-WRITE
           MOVE SPACES            TO JRNL-BEFORE
       ELSE
           MOVE WS-JRNL-BEFORE    TO JRNL-BEFORE
       END-IF.
       WRITE JRNL-REC.
       MOVE SPACES TO WS-JRNL-BEFORE.
