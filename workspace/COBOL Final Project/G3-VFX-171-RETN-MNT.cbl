      ******************************************************************
      *PROGRAM:  Records Retention and Legal Hold Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of the two things the annual
      *          retention purge obeys: the retention schedule - how
      *          many months each history file keeps each record
      *          type - and the legal hold flag on a member, which
      *          keeps everything about that member out of the
      *          purge (and out of erasure) until counsel lifts it.
      *          Every hold change is journaled and lands on the
      *          member audit log with the supervisor's id.
      ******************************************************************
       PROGRAM-ID. G3-VFX-171-RETN-MNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-RETN.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-RETN.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-JRNL.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-171-RETN-MNT' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR RECORDS "
                   "RETENTION"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VFX-RETN-FILE.
       OPEN I-O VM-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-171-SEL.
       PERFORM UNTIL VFX-171-SEL = 'X' OR 'x'
           DISPLAY " "
           DISPLAY "S = SHOW RETENTION SCHEDULE, R = SET OR REMOVE "
                   "A KEEP-PERIOD,"
           DISPLAY "L = MEMBER LEGAL HOLD, X = EXIT: "
           ACCEPT VFX-171-SEL
           EVALUATE VFX-171-SEL
               WHEN 'S'
               WHEN 's'
                   PERFORM 100-SHOW-SCHEDULE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 200-ONE-KEEP-PERIOD
               WHEN 'L'
               WHEN 'l'
                   PERFORM 300-LEGAL-HOLD
               WHEN OTHER
                   CONTINUE
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
       CLOSE VFX-RETN-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VFX-JRNL-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
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
      *100-SHOW-SCHEDULE lists every keep-period on file in file and
      *record-type order.
       100-SHOW-SCHEDULE.
       DISPLAY "FILE     RECORD TYPE      MONTHS  SET ON    BY".
       MOVE 'N' TO VFX-171-EOF-FLAG.
       MOVE LOW-VALUES TO RETN-KEY.
       START VFX-RETN-FILE KEY IS NOT LESS THAN RETN-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-171-EOF-FLAG
               DISPLAY "NO RETENTION SCHEDULE ON FILE - NOTHING IS "
                       "PURGED"
       END-START.
       PERFORM UNTIL VFX-171-EOF
           READ VFX-RETN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-171-EOF-FLAG
               NOT AT END
                   DISPLAY RETN-FILE-ID " " RETN-REC-TYPE "  "
                           RETN-KEEP-MONTHS "     " RETN-SET-DATE
                           "  " RETN-OPERATOR-ID
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-ONE-KEEP-PERIOD sets, changes or removes one keep-period.
      *A blank record type means "*", the default for the file.
      *Removing a row takes that type out of the purge altogether
      *(or back to the file's default, if it has one).
       200-ONE-KEEP-PERIOD.
       DISPLAY "FILE - CONTHIST VIEWING MBRAUDIT MERAUDIT JOBLOG "
               "FRAUDHLD DQQUEUE RPTARCH: ".
       ACCEPT VFX-171-FILE-ID.
       MOVE VFX-171-FILE-ID TO RETN-FILE-ID.
       IF NOT RETN-FILE-VALID
           DISPLAY "NOT A FILE THE RETENTION PURGE COVERS"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "RECORD TYPE (BLANK = * FOR ALL OTHER TYPES): ".
       ACCEPT VFX-171-REC-TYPE.
       IF VFX-171-REC-TYPE = SPACES
           MOVE "*" TO VFX-171-REC-TYPE
       END-IF.
       MOVE VFX-171-REC-TYPE TO RETN-REC-TYPE.
       MOVE 'N' TO VFX-171-FOUND.
       READ VFX-RETN-FILE
           INVALID KEY
               DISPLAY "NO KEEP-PERIOD ON FILE FOR " RETN-FILE-ID
                       " " RETN-REC-TYPE
           NOT INVALID KEY
               MOVE 'Y' TO VFX-171-FOUND
               DISPLAY "KEPT " RETN-KEEP-MONTHS " MONTHS, SET "
                       RETN-SET-DATE " BY " RETN-OPERATOR-ID
       END-READ.
       DISPLAY "MONTHS TO KEEP (D = REMOVE, BLANK = NO CHANGE): ".
       ACCEPT VFX-171-MONTHS-IN.
       EVALUATE TRUE
           WHEN VFX-171-MONTHS-IN = SPACES
               CONTINUE
           WHEN VFX-171-MONTHS-IN = 'D' OR 'd'
               IF VFX-171-FOUND = 'Y'
                   DELETE VFX-RETN-FILE
                   ADD 1 TO WS-JOB-LOG-COUNT
                   DISPLAY "KEEP-PERIOD REMOVED"
               END-IF
           WHEN OTHER
               COMPUTE VFX-171-MONTHS =
                   FUNCTION NUMVAL(VFX-171-MONTHS-IN)
               IF VFX-171-MONTHS = ZERO
                   DISPLAY "MONTHS MUST BE ABOVE ZERO - USE D TO "
                           "REMOVE A KEEP-PERIOD"
               ELSE
                   MOVE VFX-171-MONTHS TO RETN-KEEP-MONTHS
                   MOVE WS-BUS-DATE    TO RETN-SET-DATE
                   MOVE WS-OPERATOR-ID TO RETN-OPERATOR-ID
                   IF VFX-171-FOUND = 'Y'
                       REWRITE RETN-REC
                   ELSE
                       WRITE RETN-REC
                   END-IF
                   ADD 1 TO WS-JOB-LOG-COUNT
                   DISPLAY "KEEP-PERIOD SAVED - APPLIES FROM THE NEXT "
                           "RETENTION PURGE"
               END-IF
       END-EVALUATE.
      ******************************************************************
      *300-LEGAL-HOLD shows a member's hold and lets the supervisor
      *place or lift it.
       300-LEGAL-HOLD.
       DISPLAY "MEMBER ID: ".
       ACCEPT VFX-171-MBR-ID.
       MOVE VFX-171-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               DISPLAY "MEMBER NOT FOUND"
               EXIT PARAGRAPH
       END-READ.
       MOVE VM-REC TO WS-JRNL-BEFORE.
       DISPLAY "MEMBER " VM-ID-KEY " " VM-FNAME " " VM-LNAME-KEY.
       IF VM-ON-LEGAL-HOLD
           DISPLAY "UNDER LEGAL HOLD - LIFT IT? (Y/N): "
       ELSE
           DISPLAY "NOT UNDER LEGAL HOLD - PLACE ONE? (Y/N): "
       END-IF.
       ACCEPT VFX-171-RESP.
       IF VFX-171-RESP NOT = 'Y' AND VFX-171-RESP NOT = 'y'
           EXIT PARAGRAPH
       END-IF.
       IF VM-ON-LEGAL-HOLD
           MOVE "Y"    TO MAUD-OLD-VALUE
           MOVE "N"    TO MAUD-NEW-VALUE
           MOVE SPACES TO VM-LEGAL-HOLD
       ELSE
           MOVE "N"    TO MAUD-OLD-VALUE
           MOVE "Y"    TO MAUD-NEW-VALUE
           SET VM-ON-LEGAL-HOLD TO TRUE
       END-IF.
       MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID.
       REWRITE VM-REC.
       MOVE "VMFILE" TO JRNL-FILE-NAME.
       MOVE 'R'      TO JRNL-ACTION.
       MOVE VM-REC   TO JRNL-DATA.
       PERFORM 980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP      TO MAUD-TSTAMP.
       MOVE VM-ID-KEY      TO MAUD-MBR-ID.
       MOVE "LEGALHOLD"    TO MAUD-FIELD.
       MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
       ADD 1 TO WS-JOB-LOG-COUNT.
       IF VM-ON-LEGAL-HOLD
           DISPLAY "LEGAL HOLD PLACED - THE MEMBER'S HISTORY IS KEPT "
                   "UNTIL IT IS LIFTED"
       ELSE
           DISPLAY "LEGAL HOLD LIFTED - THE NEXT RETENTION PURGE "
                   "APPLIES AS NORMAL"
       END-IF.
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
      ******************************************************************
      *970-SEAL-MAUD stamps the next sequence number and the chained
      *check value on MAUD-REC just before it is written.
       970-SEAL-MAUD.
       MOVE WS-CTL-MAUD-SEQ-NAME TO VFX-AUD-SEQ-NAME.
       MOVE WS-CTL-MAUD-CHK-NAME TO VFX-AUD-CHK-NAME.
       PERFORM 972-AUD-NEXT-LINK.
       MOVE VFX-AUD-SEQ   TO MAUD-SEQ.
       MOVE ZERO          TO MAUD-CHECK.
       MOVE MAUD-REC      TO VFX-AUD-LINE.
       PERFORM 976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-CHECK TO MAUD-CHECK.
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
