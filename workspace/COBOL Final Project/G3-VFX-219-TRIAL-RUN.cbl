      ******************************************************************
      *PROGRAM:  Free Trial Conversion Sweep
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly job over the open rows of the free trial
      *          history. A trial whose last free day has passed is
      *          converted: the member goes from trial to active,
      *          the status change going on the member audit log
      *          the same as any other, and billing picks the
      *          member up from the conversion date. A member
      *          canceled before the trial ran out closes the trial
      *          as canceled and is never billed. A trial three
      *          days or less from its end gets the one reminder
      *          the offer promises, on the mail-house extract with
      *          a contact row, except to a bounced address or a
      *          member who opted out of service mail.
      ******************************************************************
       PROGRAM-ID. G3-VFX-219-TRIAL-RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-TRIAL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-TNTC.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-TRIAL.
       COPY FD-VFX-MBR.
       COPY FD-VFX-TNTC.
       COPY FD-VFX-CONT.
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
       MOVE 'G3-VFX-219-TRIAL-RUN' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       MOVE WS-BUS-DATE TO VFX-219-BUS-NUM.
       OPEN I-O VFX-TRIAL-FILE.
       OPEN I-O VM-FILE.
       OPEN OUTPUT VFX-TNTC-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-SWEEP-TRIALS.
       DISPLAY "CONVERTED " VFX-219-CONVERTED-COUNT
               ", CANCELED " VFX-219-CANCELED-COUNT
               ", REMINDED " VFX-219-NOTICE-COUNT
               ", NOT MAILED " VFX-219-SKIP-COUNT.
       IF VFX-219-WAIT-COUNT > ZERO
           DISPLAY VFX-219-WAIT-COUNT
                   " ENDED TRIALS WAITING ON COMPLIANCE REVIEW"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP               TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG              TO JOB-LOG-PROGRAM.
       MOVE "END"                   TO JOB-LOG-EVENT.
       MOVE VFX-219-CONVERTED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"              TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-TRIAL-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-TNTC-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the sweep from the BUSDATE control
      *record, falling back to the calendar date when no control
      *record exists yet.
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
      *100-SWEEP-TRIALS walks the trial history; only trials still
      *open are looked at. A trial end already well passed (the job
      *did not run that night) converts all the same.
       100-SWEEP-TRIALS.
       MOVE 'N' TO VFX-219-EOF-FLAG.
       MOVE LOW-VALUES TO TRIAL-MBR-ID.
       START VFX-TRIAL-FILE KEY IS NOT LESS THAN TRIAL-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-219-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-219-EOF
           READ VFX-TRIAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-219-EOF-FLAG
               NOT AT END
                   IF TRIAL-IN-TRIAL
                       PERFORM 200-JUDGE-TRIAL
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-JUDGE-TRIAL closes the trial of a member who left before
      *it ran out, converts one whose last free day has passed, or
      *sends the reminder once inside the last few days. A member
      *the sanctions rescreen put on compliance hold waits there -
      *the trial converts the night after the hold is cleared.
       200-JUDGE-TRIAL.
       MOVE TRIAL-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               MOVE WS-BUS-DATE TO TRIAL-OUTCOME-DATE
               PERFORM 300-CLOSE-CANCELED
               EXIT PARAGRAPH
       END-READ.
       IF VM-MERGED OR VM-ERASED
           MOVE WS-BUS-DATE TO TRIAL-OUTCOME-DATE
           PERFORM 300-CLOSE-CANCELED
           EXIT PARAGRAPH
       END-IF.
       IF VM-CANCELED AND VM-CANCEL-DATE NOT > TRIAL-END-DATE
           MOVE VM-CANCEL-DATE TO TRIAL-OUTCOME-DATE
           PERFORM 300-CLOSE-CANCELED
           EXIT PARAGRAPH
       END-IF.
       IF WS-BUS-DATE > TRIAL-END-DATE
           IF VM-COMP-HOLD
               ADD 1 TO VFX-219-WAIT-COUNT
           ELSE
               PERFORM 400-CONVERT-TRIAL
           END-IF
           EXIT PARAGRAPH
       END-IF.
       IF TRIAL-NOTICED OR NOT VM-TRIAL
           EXIT PARAGRAPH
       END-IF.
       MOVE TRIAL-END-DATE TO VFX-219-END-NUM.
       COMPUTE VFX-219-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE(VFX-219-END-NUM)
         - FUNCTION INTEGER-OF-DATE(VFX-219-BUS-NUM).
       IF VFX-219-DAYS-LEFT NOT > VFX-219-NOTICE-DAYS
           SET TRIAL-NOTICED TO TRUE
           REWRITE TRIAL-REC
           PERFORM 500-WRITE-NOTICE
       END-IF.
      ******************************************************************
      *300-CLOSE-CANCELED closes the trial as canceled on the outcome
      *date the caller set.
       300-CLOSE-CANCELED.
       SET TRIAL-CANCELED TO TRUE.
       REWRITE TRIAL-REC.
       ADD 1 TO VFX-219-CANCELED-COUNT.
      ******************************************************************
      *400-CONVERT-TRIAL puts a member still on trial to active and
      *closes the trial as converted the day after its last free
      *day - the day billing starts. A member someone already moved
      *off trial status (a compliance hold since cleared) is only
      *closed out.
       400-CONVERT-TRIAL.
       MOVE TRIAL-END-DATE TO VFX-219-END-NUM.
       COMPUTE VFX-219-WORK-INT =
           FUNCTION INTEGER-OF-DATE(VFX-219-END-NUM) + 1.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-219-WORK-INT)
           TO VFX-219-END-NUM.
       MOVE VFX-219-END-NUM TO TRIAL-OUTCOME-DATE.
       SET TRIAL-CONVERTED TO TRUE.
       REWRITE TRIAL-REC.
       ADD 1 TO VFX-219-CONVERTED-COUNT.
       IF NOT VM-TRIAL
           EXIT PARAGRAPH
       END-IF.
       SET VM-ACTIVE TO TRUE.
       REWRITE VM-REC.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP  TO MAUD-TSTAMP.
       MOVE VM-ID-KEY  TO MAUD-MBR-ID.
       MOVE "STATUS"   TO MAUD-FIELD.
       MOVE "T"        TO MAUD-OLD-VALUE.
       MOVE VM-STATUS  TO MAUD-NEW-VALUE.
       MOVE "TRIALRUN" TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      ******************************************************************
      *500-WRITE-NOTICE puts the member on the mail-house extract and
      *files the contact row. A bounced address is suppressed, and a
      *member who opted out of service mail is not written to.
       500-WRITE-NOTICE.
       MOVE 'Y' TO VFX-219-MAIL-FLAG.
       IF VM-EMAIL-UNDELIV
           MOVE 'N' TO VFX-219-MAIL-FLAG
       ELSE
           MOVE VM-ID-KEY TO CONS-MBR-ID
           READ VFX-CONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONS-SVC-NO
                       MOVE 'N' TO VFX-219-MAIL-FLAG
                   END-IF
           END-READ
       END-IF.
       IF NOT VFX-219-MAIL-OK
           ADD 1 TO VFX-219-SKIP-COUNT
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID-KEY      TO TNTC-MBR-ID.
       MOVE "REMINDER"     TO TNTC-NOTICE.
       MOVE VM-EMAIL-KEY   TO TNTC-EMAIL.
       MOVE VM-FNAME       TO TNTC-FNAME.
       MOVE VM-LNAME-KEY   TO TNTC-LNAME.
       MOVE VM-PLAN-CODE   TO TNTC-PLAN.
       MOVE TRIAL-END-DATE TO TNTC-END-DATE.
       WRITE TNTC-REC.
       ADD 1 TO VFX-219-NOTICE-COUNT.
       MOVE VM-ID-KEY      TO CONT-MBR-ID.
       MOVE "TRIAL"        TO CONT-SOURCE.
       MOVE VM-EMAIL-KEY   TO CONT-ADDRESS.
       MOVE SPACES         TO CONT-CONCERN.
       STRING "TRIAL ENDS " TRIAL-END-DATE " - REMINDER"
           DELIMITED BY SIZE INTO CONT-CONCERN.
       PERFORM 990-LOG-CONTACT.
      ******************************************************************
      *990-LOG-CONTACT files one contact-history row; callers set
      *the member id, source, address and concern first. Same-day
      *contacts take the next free sequence.
       990-LOG-CONTACT.
       MOVE WS-BUS-DATE TO CONT-DATE.
       MOVE 'N' TO VFX-CONT-DONE-FLAG.
       MOVE 1 TO VFX-CONT-TRY-SEQ.
       PERFORM UNTIL VFX-CONT-DONE-FLAG = 'Y'
               OR VFX-CONT-TRY-SEQ > 999
           MOVE VFX-CONT-TRY-SEQ TO CONT-SEQ
           WRITE CONT-REC
               INVALID KEY
                   ADD 1 TO VFX-CONT-TRY-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-CONT-DONE-FLAG
           END-WRITE
       END-PERFORM.
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
