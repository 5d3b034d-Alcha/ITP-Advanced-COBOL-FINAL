       COPY SELECT-MER.
       COPY SELECT-MER-AUDIT.
       COPY SELECT-VFX-OPER.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-SANC.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-MER.
       COPY FD-MER-AUDIT.
       COPY FD-VFX-OPER.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-SANC.

       WORKING-STORAGE SECTION.
       COPY WS-VISA-MER.
       CLOSE VFX-OPER-FILE.
       OPEN I-O MER-FILE.
       OPEN EXTEND MER-AUDIT-FILE.
       OPEN I-O CTL-NBR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       MOVE VISA-M-PROG    TO VFX-SAN-PROGRAM.
       MOVE WS-OPERATOR-ID TO VFX-SAN-OPERATOR.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VFX-SAN-TODAY.
       PERFORM 700-SANC-OPEN.
       MOVE WS-TSTAMP   TO JOB-LOG-TSTAMP.
       MOVE VISA-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"     TO JOB-LOG-EVENT.
       CLOSE MER-FILE.
       CLOSE MER-AUDIT-FILE.
       CLOSE VFX-JRNL-FILE.
       CLOSE VFX-SANC-FILE.
       CLOSE VFX-SANQ-FILE.
       CLOSE VFX-SANL-TXT.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
       END-IF.
      ******************************************************************
       310-SAVE.
       MOVE MER-REC TO WS-JRNL-BEFORE.
       PERFORM 340-AUDIT-LOG.
       MOVE VISA-MER-EDIT-NAME    TO MER-NAME.
       MOVE VISA-MER-EDIT-ADDRESS TO MER-ADDRESS.
           DISPLAY "BANK FIELDS CHANGED - MERCHANT HOLDS UNTIL "
                   "THE NEW PRENOTE VERIFIES"
       END-IF.
       IF VISA-MER-EDIT-NAME NOT = VISA-MER-ORIG-NAME
               OR VISA-MER-EDIT-ADDRESS NOT = VISA-MER-ORIG-ADDRESS
               OR VISA-MER-EDIT-ZIP NOT = VISA-MER-ORIG-ZIP
           PERFORM 360-SCREEN-MERCHANT
       END-IF.
       REWRITE MER-REC.
       MOVE "MERFILE" TO JRNL-FILE-NAME.
       MOVE 'R'       TO JRNL-ACTION.
           MOVE VISA-MER-EDIT-ROUTE TO AUDIT-NEW-VALUE
           PERFORM 350-WRITE-AUDIT-REC
       END-IF.
      *-----------------------------------------------------------------
      *360-SCREEN-MERCHANT runs a changed name or address against the
      *sanctions watch list. A possible match queues for compliance
      *review and puts the merchant on compliance hold - settlement
      *stops paying it until a supervisor clears the match in
      *G3-VFX-161-SANC-REV. A clean screen never lifts a hold that
      *is already there; only the review does that.
       360-SCREEN-MERCHANT.
       MOVE 'V'                   TO VFX-SAN-SUBJ-TYPE.
       MOVE VISA-MER-ORIG-ID      TO VFX-SAN-SUBJ-ID.
       MOVE VISA-MER-EDIT-NAME    TO VFX-SAN-NAME-1.
       MOVE SPACES                TO VFX-SAN-NAME-2.
       MOVE VISA-MER-EDIT-ADDRESS TO VFX-SAN-ADDRESS.
       MOVE VISA-MER-EDIT-ZIP     TO VFX-SAN-ZIP.
       PERFORM 710-SANC-SCREEN.
       IF VFX-SAN-HIT AND NOT MER-COMP-HOLD
           MOVE "COMPLIANCE"  TO AUDIT-FIELD
           MOVE MER-COMP-STATUS TO AUDIT-OLD-VALUE
           MOVE "H"           TO AUDIT-NEW-VALUE
           PERFORM 350-WRITE-AUDIT-REC
           SET MER-COMP-HOLD TO TRUE
           DISPLAY "POSSIBLE WATCH-LIST MATCH - MERCHANT IS ON "
                   "COMPLIANCE HOLD PENDING SUPERVISOR REVIEW"
       END-IF.
      *-----------------------------------------------------------------
       350-WRITE-AUDIT-REC.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP TO AUDIT-TSTAMP.
       MOVE VISA-MER-ORIG-ID TO AUDIT-MER-ID.
       PERFORM 970-SEAL-AUDIT.
       WRITE AUDIT-REC.
      ******************************************************************
      *980-WRITE-JRNL appends one after-image line for forward
      *recovery; callers set the file name, action and record image
      *first, and for a REWRITE or DELETE save the record as read
      *in WS-JRNL-BEFORE so the change can be backed out.
       980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO JRNL-TSTAMP.
       MOVE VISA-M-PROG           TO JRNL-PROGRAM.
       IF JRNL-WRITE
           MOVE SPACES            TO JRNL-BEFORE
       ELSE
           MOVE WS-JRNL-BEFORE    TO JRNL-BEFORE
       END-IF.
       WRITE JRNL-REC.
       MOVE SPACES TO WS-JRNL-BEFORE.
      ******************************************************************
      *700-SANC-OPEN opens the watch list, the review queue and the
      *evidence log. The list's publication date rides on every
      *entry, so the first one read says which list this screening
      *is against; a list not yet loaded screens nothing, and the
      *evidence log says so rather than recording a clean pass.
       700-SANC-OPEN.
       MOVE 'N' TO VFX-SAN-LIST-FLAG.
       MOVE SPACES TO VFX-SAN-LIST-DATE.
       OPEN INPUT VFX-SANC-FILE.
       IF WS-SANC-STATUS = "00"
           MOVE LOW-VALUES TO SANC-ENTRY-ID
           START VFX-SANC-FILE KEY IS NOT LESS THAN SANC-ENTRY-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VFX-SANC-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SANC-LIST-DATE TO VFX-SAN-LIST-DATE
                           MOVE 'Y' TO VFX-SAN-LIST-FLAG
                   END-READ
           END-START
       END-IF.
       OPEN I-O VFX-SANQ-FILE.
       OPEN EXTEND VFX-SANL-TXT.
      *-----------------------------------------------------------------
      *710-SANC-SCREEN checks the party the caller loaded into
      *VFX-SAN-SUBJ-* and VFX-SAN-NAME-*/ADDRESS/ZIP against the list
      *by name, either order, and by address. Each match goes on the
      *review queue unless a supervisor already decided it;
      *VFX-SAN-HIT comes back set when any match is still open or was
      *confirmed - the party must not go active.
       710-SANC-SCREEN.
       MOVE 'N' TO VFX-SAN-HIT-FLAG.
       MOVE ZERO TO VFX-SAN-HIT-COUNT.
       MOVE ZERO TO VFX-SAN-NEW-COUNT.
       IF NOT VFX-SAN-LIST-OK
           MOVE "SCREEN"  TO SANL-EVENT
           MOVE "NO LIST" TO SANL-RESULT
           MOVE SPACES    TO SANL-ENTRY-ID
           MOVE "NO WATCH LIST LOADED" TO SANL-NOTE
           PERFORM 760-SANC-LOG
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-SAN-NAME-1 TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-SAN-NAME-KEY-1.
       MOVE VFX-SAN-NAME-2 TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-SAN-NAME-KEY-2.
       MOVE VFX-SAN-ADDRESS TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE SPACES TO VFX-SAN-ADDR-KEY.
       IF VFX-SAN-KEY NOT = SPACES
           MOVE VFX-SAN-KEY(1:20) TO VFX-SAN-ADDR-KEY(1:20)
           MOVE VFX-SAN-ZIP TO VFX-SAN-ADDR-KEY(21:5)
       END-IF.
       IF VFX-SAN-NAME-KEY-1 NOT = SPACES
           MOVE VFX-SAN-NAME-KEY-1 TO SANC-NAME-KEY
           PERFORM 720-SANC-BY-NAME
       END-IF.
       IF VFX-SAN-NAME-KEY-2 NOT = SPACES
               AND VFX-SAN-NAME-KEY-2 NOT = VFX-SAN-NAME-KEY-1
           MOVE VFX-SAN-NAME-KEY-2 TO SANC-NAME-KEY
           PERFORM 720-SANC-BY-NAME
       END-IF.
       IF VFX-SAN-ADDR-KEY NOT = SPACES
           PERFORM 730-SANC-BY-ADDR
       END-IF.
       MOVE "SCREEN" TO SANL-EVENT.
       IF VFX-SAN-HIT
           MOVE "HOLD"  TO SANL-RESULT
       ELSE
           MOVE "CLEAR" TO SANL-RESULT
       END-IF.
       MOVE SPACES TO SANL-ENTRY-ID.
       MOVE SPACES TO SANL-NOTE.
       STRING "POSSIBLE MATCHES " VFX-SAN-HIT-COUNT
           DELIMITED BY SIZE INTO SANL-NOTE.
       PERFORM 760-SANC-LOG.
      *-----------------------------------------------------------------
      *720-SANC-BY-NAME walks every listed party sharing the squeezed
      *name in SANC-NAME-KEY; one whose address also lines up is a
      *match on both.
       720-SANC-BY-NAME.
       MOVE SANC-NAME-KEY TO VFX-SAN-KEY.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANC-FILE KEY IS EQUAL TO SANC-NAME-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF SANC-NAME-KEY NOT = VFX-SAN-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       MOVE 'N' TO VFX-SAN-MATCH
                       IF SANC-ADDR-KEY = VFX-SAN-ADDR-KEY
                           MOVE 'B' TO VFX-SAN-MATCH
                       END-IF
                       PERFORM 740-SANC-QUEUE
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
      *730-SANC-BY-ADDR catches the listed party trading under a
      *different name at the same address. One whose name matched
      *too was already queued by 720-SANC-BY-NAME.
       730-SANC-BY-ADDR.
       MOVE VFX-SAN-ADDR-KEY TO SANC-ADDR-KEY.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANC-FILE KEY IS EQUAL TO SANC-ADDR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF SANC-ADDR-KEY NOT = VFX-SAN-ADDR-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       IF SANC-NAME-KEY NOT = VFX-SAN-NAME-KEY-1
                               AND SANC-NAME-KEY NOT =
                                   VFX-SAN-NAME-KEY-2
                           MOVE 'A' TO VFX-SAN-MATCH
                           PERFORM 740-SANC-QUEUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
      *740-SANC-QUEUE puts one party/listed-entry pair on the review
      *queue the first time it turns up. A pair already there keeps
      *its decision: cleared stays cleared, open or confirmed still
      *holds the party.
       740-SANC-QUEUE.
       ADD 1 TO VFX-SAN-HIT-COUNT.
       MOVE VFX-SAN-SUBJ-TYPE TO SANQ-SUBJ-TYPE.
       MOVE VFX-SAN-SUBJ-ID   TO SANQ-SUBJ-ID.
       MOVE SANC-ENTRY-ID     TO SANQ-ENTRY-ID.
       READ VFX-SANQ-FILE
           INVALID KEY
               MOVE VFX-SAN-SUBJ-TYPE TO SANQ-SUBJ-TYPE
               MOVE VFX-SAN-SUBJ-ID   TO SANQ-SUBJ-ID
               MOVE SANC-ENTRY-ID     TO SANQ-ENTRY-ID
               MOVE VFX-SAN-NAME-1    TO SANQ-SUBJ-NAME
               MOVE VFX-SAN-MATCH     TO SANQ-MATCH
               SET SANQ-OPEN          TO TRUE
               MOVE VFX-SAN-TODAY     TO SANQ-QUEUE-DATE
               MOVE VFX-SAN-PROGRAM   TO SANQ-SOURCE
               MOVE VFX-SAN-LIST-DATE TO SANQ-LIST-DATE
               MOVE SPACES            TO SANQ-DEC-OPER
               MOVE SPACES            TO SANQ-DEC-DATE
               MOVE SPACES            TO SANQ-DEC-NOTE
               WRITE SANQ-REC
               ADD 1 TO VFX-SAN-NEW-COUNT
               MOVE 'Y' TO VFX-SAN-HIT-FLAG
               MOVE "QUEUED"      TO SANL-EVENT
               MOVE "OPEN"        TO SANL-RESULT
               MOVE SANC-ENTRY-ID TO SANL-ENTRY-ID
               MOVE SANC-NAME     TO SANL-NOTE
               PERFORM 760-SANC-LOG
           NOT INVALID KEY
               IF NOT SANQ-CLEARED
                   MOVE 'Y' TO VFX-SAN-HIT-FLAG
               END-IF
       END-READ.
      *-----------------------------------------------------------------
      *750-SANC-SQUEEZE folds VFX-SAN-RAW to upper case and keeps only
      *its letters and digits, so "O'Neil, J." and "ONEIL J" land on
      *the same key.
       750-SANC-SQUEEZE.
       INSPECT VFX-SAN-RAW
           CONVERTING VFX-SAN-LOWER TO VFX-SAN-UPPER.
       MOVE SPACES TO VFX-SAN-KEY.
       MOVE ZERO TO VFX-SAN-J.
       PERFORM VARYING VFX-SAN-I FROM 1 BY 1 UNTIL VFX-SAN-I > 40
           MOVE VFX-SAN-RAW(VFX-SAN-I:1) TO VFX-SAN-CHAR
           IF (VFX-SAN-CHAR IS ALPHABETIC
                   AND VFX-SAN-CHAR NOT = SPACE)
                   OR VFX-SAN-CHAR IS NUMERIC
               IF VFX-SAN-J < 30
                   ADD 1 TO VFX-SAN-J
                   MOVE VFX-SAN-CHAR TO VFX-SAN-KEY(VFX-SAN-J:1)
               END-IF
           END-IF
       END-PERFORM.
      *-----------------------------------------------------------------
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
      *970-SEAL-AUDIT stamps the next sequence number and the chained
      *check value on AUDIT-REC just before it is written.
       970-SEAL-AUDIT.
       MOVE WS-CTL-MERA-SEQ-NAME TO VFX-AUD-SEQ-NAME.
       MOVE WS-CTL-MERA-CHK-NAME TO VFX-AUD-CHK-NAME.
       PERFORM 972-AUD-NEXT-LINK.
       MOVE VFX-AUD-SEQ   TO AUDIT-SEQ.
       MOVE ZERO          TO AUDIT-CHECK.
       MOVE AUDIT-REC     TO VFX-AUD-LINE.
       PERFORM 976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-CHECK TO AUDIT-CHECK.
       PERFORM 974-AUD-ADVANCE-HEAD.
      ******************************************************************
      *972-AUD-NEXT-LINK takes the next sequence number off the chain
      *head named in VFX-AUD-SEQ-NAME and the previous line's check
      *value off VFX-AUD-CHK-NAME. A log with no head yet starts its
      *chain at sequence 1 from a check value of zero.
       972-AUD-NEXT-LINK.
       MOVE VFX-AUD-SEQ-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-AUD-SEQ.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE VFX-AUD-CHK-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZERO TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-AUD-PREV.
      ******************************************************************
      *974-AUD-ADVANCE-HEAD makes the check value just computed the
      *one the next line chains from. The check-value row 972 read
      *is still the current record.
       974-AUD-ADVANCE-HEAD.
       MOVE VFX-AUD-CHECK TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
      ******************************************************************
      *976-AUD-CHECK-VALUE folds every byte of VFX-AUD-LINE into the
      *previous check value in VFX-AUD-PREV - times 31, plus the
      *byte, remainder over a large prime - so a change to the line,
      *or to any line chained ahead of it, changes the result.
       976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-PREV TO VFX-AUD-CHECK.
       PERFORM VARYING VFX-AUD-IX FROM 1 BY 1 UNTIL VFX-AUD-IX > 150
           COMPUTE VFX-AUD-WORK = VFX-AUD-CHECK * 31
               + FUNCTION ORD(VFX-AUD-LINE(VFX-AUD-IX:1))
           DIVIDE VFX-AUD-WORK BY 99999989 GIVING VFX-AUD-QUOT
               REMAINDER VFX-AUD-CHECK
       END-PERFORM.
