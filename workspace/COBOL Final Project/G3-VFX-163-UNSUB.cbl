      ******************************************************************
      *PROGRAM:  Marketing Unsubscribe Intake
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Loads the mail house's unsubscribe file. Each address
      *          that clicked unsubscribe is matched back to VM-FILE
      *          on the email alternate key - every member carrying
      *          that address, since a duplicate or reopened account
      *          can share one - and each is opted out of marketing
      *          on the consent file, dated the day they clicked and
      *          sourced to the mail house, with a before/after line
      *          on the member audit log. Service notices are not
      *          touched: an unsubscribe link only ever sits on a
      *          marketing mailing. A member who opted back in on the
      *          phone after the click keeps the later choice. The
      *          trailer control count is reconciled like every
      *          other inbound feed.
      ******************************************************************
       PROGRAM-ID. G3-VFX-163-UNSUB.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-UNSUB.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-UNSUB.
       COPY FD-VFX-MBR.
       COPY FD-VFX-CONS.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-163-UNSUB' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN INPUT VFX-UNSUB-TXT.
       OPEN INPUT VM-FILE.
       OPEN I-O VFX-CONS-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE 'N' TO VFX-163-EOF-FLAG.
       PERFORM UNTIL VFX-163-EOF
           READ VFX-UNSUB-TXT
               AT END
                   MOVE 'Y' TO VFX-163-EOF-FLAG
               NOT AT END
                   IF UN-TRAILER-TAG = "TRAILER "
                       PERFORM 300-RECONCILE
                       MOVE 'Y' TO VFX-163-EOF-FLAG
                   ELSE
                       PERFORM 100-OPT-OUT-ADDRESS
                   END-IF
           END-READ
       END-PERFORM.
       DISPLAY "G3-VFX-163-UNSUB".
       DISPLAY "    ADDRESSES OPTED OUT " VFX-163-OPTED-COUNT.
       DISPLAY "    ALREADY OPTED OUT " VFX-163-ALREADY-COUNT.
       DISPLAY "    UNMATCHED " VFX-163-UNMATCHED-COUNT.
       IF NOT VFX-163-TRAILER-SEEN
           DISPLAY "    NO TRAILER CONTROL RECORD FOUND - COUNT "
           DISPLAY "    NOT RECONCILED"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       MOVE "END"               TO JOB-LOG-EVENT.
       MOVE VFX-163-OPTED-COUNT TO JOB-LOG-COUNT.
       MOVE VFX-163-RECON-MSG   TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-UNSUB-TXT.
       CLOSE VM-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates an unsubscribe line that arrives
      *without a click date, falling back to the calendar date when
      *no control record exists yet.
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
      *100-OPT-OUT-ADDRESS walks every member on the email alternate
      *key carrying the unsubscribed address. The address counts once
      *toward the control total however many members share it.
       100-OPT-OUT-ADDRESS.
       ADD 1 TO VFX-163-DETAIL-COUNT.
       IF UN-DATE-TXT = SPACES
           MOVE WS-BUS-DATE TO VFX-163-OPT-DATE
       ELSE
           MOVE UN-DATE-TXT TO VFX-163-OPT-DATE
       END-IF.
       MOVE 'N' TO VFX-163-MATCH-FLAG.
       MOVE 'N' TO VFX-163-SCAN-EOF-FLAG.
       MOVE ZERO TO VFX-163-OPTED-THIS.
       MOVE UN-EMAIL-TXT TO VM-EMAIL-KEY.
       READ VM-FILE KEY IS VM-EMAIL-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-163-SCAN-EOF-FLAG
       END-READ.
       PERFORM UNTIL VFX-163-SCAN-EOF
           IF VM-EMAIL-KEY NOT = UN-EMAIL-TXT
               MOVE 'Y' TO VFX-163-SCAN-EOF-FLAG
           ELSE
               SET VFX-163-MATCHED TO TRUE
               PERFORM 200-OPT-OUT-MEMBER
               READ VM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-163-SCAN-EOF-FLAG
               END-READ
           END-IF
       END-PERFORM.
       EVALUATE TRUE
           WHEN NOT VFX-163-MATCHED
               ADD 1 TO VFX-163-UNMATCHED-COUNT
           WHEN VFX-163-OPTED-THIS > ZERO
               ADD 1 TO VFX-163-OPTED-COUNT
           WHEN OTHER
               ADD 1 TO VFX-163-ALREADY-COUNT
       END-EVALUATE.
      ******************************************************************
      *200-OPT-OUT-MEMBER files the marketing opt-out for the member
      *on VM-REC. A member with no consent row gets one, service
      *left consented; an existing opt-out, or an opt-in the member
      *gave after this click, is left as it stands.
       200-OPT-OUT-MEMBER.
       MOVE VM-ID-KEY TO CONS-MBR-ID.
       READ VFX-CONS-FILE
           INVALID KEY
               MOVE VM-ID-KEY        TO CONS-MBR-ID
               MOVE "N"              TO CONS-MKT-FLAG
               MOVE VFX-163-OPT-DATE TO CONS-MKT-DATE
               MOVE "MAILHOUS"       TO CONS-MKT-SOURCE
               MOVE "Y"              TO CONS-SVC-FLAG
               MOVE SPACES           TO CONS-SVC-DATE
               MOVE SPACES           TO CONS-SVC-SOURCE
               MOVE "MAILHOUS"       TO CONS-OPERATOR-ID
               WRITE CONS-REC
               PERFORM 250-WRITE-AUDIT-REC
           NOT INVALID KEY
               IF CONS-MKT-NO
                       OR CONS-MKT-DATE > VFX-163-OPT-DATE
                   CONTINUE
               ELSE
                   MOVE "N"              TO CONS-MKT-FLAG
                   MOVE VFX-163-OPT-DATE TO CONS-MKT-DATE
                   MOVE "MAILHOUS"       TO CONS-MKT-SOURCE
                   MOVE "MAILHOUS"       TO CONS-OPERATOR-ID
                   REWRITE CONS-REC
                   PERFORM 250-WRITE-AUDIT-REC
               END-IF
       END-READ.
      ******************************************************************
       250-WRITE-AUDIT-REC.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP    TO MAUD-TSTAMP.
       MOVE VM-ID-KEY    TO MAUD-MBR-ID.
       MOVE "MKTCONSENT" TO MAUD-FIELD.
       MOVE "Y"          TO MAUD-OLD-VALUE.
       MOVE "N"          TO MAUD-NEW-VALUE.
       MOVE "MAILHOUS"   TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
       ADD 1 TO VFX-163-OPTED-THIS.
      ******************************************************************
      *300-RECONCILE compares the mail house's trailer count to the
      *addresses actually processed, so a truncated unsubscribe file
      *gets flagged instead of quietly leaving people on the list.
       300-RECONCILE.
       SET VFX-163-TRAILER-SEEN TO TRUE.
       DISPLAY "    EXPECTED " UN-TRAILER-COUNT
               " RECORDS, PROCESSED " VFX-163-DETAIL-COUNT.
       IF VFX-163-DETAIL-COUNT NOT = UN-TRAILER-COUNT
           DISPLAY "    *** CONTROL TOTAL MISMATCH ***"
           MOVE "CONTROL MISMATCH" TO VFX-163-RECON-MSG
       ELSE
           DISPLAY "    CONTROL TOTAL RECONCILED OK"
           MOVE "RECONCILED OK" TO VFX-163-RECON-MSG
       END-IF.
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
