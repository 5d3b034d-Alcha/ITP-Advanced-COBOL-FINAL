      ******************************************************************
      *PROGRAM:  Membership Pause Resume Sweep
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly job over the paused members on VM-FILE. A
      *          member whose resume date has come is put back to
      *          active, the status change going on the member audit
      *          log the same as any other; a member whose resume
      *          date is a week or less away gets the one reminder
      *          the pause promises. Both go out on the mail-house
      *          extract with a contact row, except to a bounced
      *          address or a member who opted out of service mail -
      *          those are counted and the resume still happens.
      *          A member with an open or confirmed watch-list match
      *          on the compliance review queue comes off pause onto
      *          compliance hold instead of active.
      ******************************************************************
       PROGRAM-ID. G3-VFX-185-PAUSE-RSM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PZN.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-SANC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PZN.
       COPY FD-VFX-CONT.
       COPY FD-VFX-CONS.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-SANC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-185-PAUSE-RSM' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       MOVE WS-BUS-DATE TO VFX-185-BUS-NUM.
       OPEN I-O VM-FILE.
       OPEN OUTPUT VFX-PZN-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
      *The review queue is only read. A missing queue (no match was
      *ever queued) holds nobody.
       MOVE 'N' TO VFX-SAN-QUEUE-FLAG.
       OPEN INPUT VFX-SANQ-FILE.
       IF WS-SANQ-STATUS = "00"
           MOVE 'Y' TO VFX-SAN-QUEUE-FLAG
       END-IF.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-SWEEP-MEMBERS.
       DISPLAY "RESUMED " VFX-185-RESUMED-COUNT
               ", REMINDED " VFX-185-NOTICE-COUNT
               ", NOT MAILED " VFX-185-SKIP-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       MOVE "END"                 TO JOB-LOG-EVENT.
       MOVE VFX-185-RESUMED-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"            TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-PZN-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       IF VFX-SAN-QUEUE-OK
           CLOSE VFX-SANQ-FILE
       END-IF.
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
      *100-SWEEP-MEMBERS walks the member master; only paused members
      *are looked at. A resume date already passed (the job did not
      *run that night) resumes the member all the same.
       100-SWEEP-MEMBERS.
       MOVE 'N' TO VFX-185-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-185-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-185-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-185-EOF-FLAG
               NOT AT END
                   IF VM-PAUSED
                       PERFORM 200-JUDGE-MEMBER
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-JUDGE-MEMBER resumes the member on the resume date, or
      *sends the reminder once inside the last seven days.
       200-JUDGE-MEMBER.
       IF VM-RESUME-DATE NOT > WS-BUS-DATE
           PERFORM 300-RESUME-MEMBER
           EXIT PARAGRAPH
       END-IF.
       IF VM-RESUME-NOTICED OR VM-RESUME-DATE NOT NUMERIC
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-RESUME-DATE TO VFX-185-RESUME-NUM.
       COMPUTE VFX-185-DAYS-LEFT =
           FUNCTION INTEGER-OF-DATE(VFX-185-RESUME-NUM)
         - FUNCTION INTEGER-OF-DATE(VFX-185-BUS-NUM).
       IF VFX-185-DAYS-LEFT NOT > 7
           SET VM-RESUME-NOTICED TO TRUE
           REWRITE VM-REC
           MOVE "REMINDER" TO VFX-185-NOTICE
           PERFORM 400-WRITE-NOTICE
           IF VFX-185-MAIL-OK
               ADD 1 TO VFX-185-NOTICE-COUNT
           END-IF
       END-IF.
      ******************************************************************
      *300-RESUME-MEMBER puts the member back to active. The resume
      *date is left as it was - billing prorates from it - and the
      *reminder flag is cleared for the member's next pause. A member
      *the compliance queue still holds ends the pause on hold, and
      *gets no resume notice.
       300-RESUME-MEMBER.
       PERFORM 780-SANC-HELD-CHECK.
       IF VFX-SAN-STILL-HELD
           SET VM-COMP-HOLD TO TRUE
       ELSE
           SET VM-ACTIVE TO TRUE
       END-IF.
       MOVE SPACES TO VM-RESUME-NOTICE.
       REWRITE VM-REC.
       ADD 1 TO VFX-185-RESUMED-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP  TO MAUD-TSTAMP.
       MOVE VM-ID-KEY  TO MAUD-MBR-ID.
       MOVE "STATUS"   TO MAUD-FIELD.
       MOVE "P"        TO MAUD-OLD-VALUE.
       MOVE VM-STATUS  TO MAUD-NEW-VALUE.
       MOVE "PAUSERSM" TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
       IF VFX-SAN-STILL-HELD
           DISPLAY "G3-VFX-185-PAUSE-RSM: MEMBER " VM-ID-KEY
                   " PAUSE ENDED ONTO COMPLIANCE HOLD"
           EXIT PARAGRAPH
       END-IF.
       MOVE "RESUMED" TO VFX-185-NOTICE.
       PERFORM 400-WRITE-NOTICE.
      ******************************************************************
      *400-WRITE-NOTICE puts the member on the mail-house extract and
      *files the contact row. A bounced address is suppressed, and a
      *member who opted out of service mail is not written to.
       400-WRITE-NOTICE.
       MOVE 'Y' TO VFX-185-MAIL-FLAG.
       IF VM-EMAIL-UNDELIV
           MOVE 'N' TO VFX-185-MAIL-FLAG
       ELSE
           MOVE VM-ID-KEY TO CONS-MBR-ID
           READ VFX-CONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONS-SVC-NO
                       MOVE 'N' TO VFX-185-MAIL-FLAG
                   END-IF
           END-READ
       END-IF.
       IF NOT VFX-185-MAIL-OK
           ADD 1 TO VFX-185-SKIP-COUNT
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID-KEY      TO PZN-MBR-ID.
       MOVE VFX-185-NOTICE TO PZN-NOTICE.
       MOVE VM-EMAIL-KEY   TO PZN-EMAIL.
       MOVE VM-FNAME       TO PZN-FNAME.
       MOVE VM-LNAME-KEY   TO PZN-LNAME.
       MOVE VM-PLAN-CODE   TO PZN-PLAN.
       MOVE VM-RESUME-DATE TO PZN-RESUME-DATE.
       WRITE PZN-REC.
       MOVE VM-ID-KEY      TO CONT-MBR-ID.
       MOVE "PAUSE"        TO CONT-SOURCE.
       MOVE VM-EMAIL-KEY   TO CONT-ADDRESS.
       MOVE SPACES         TO CONT-CONCERN.
       IF VFX-185-NOTICE = "RESUMED"
           STRING "MEMBERSHIP RESUMED " VM-RESUME-DATE
               DELIMITED BY SIZE INTO CONT-CONCERN
       ELSE
           STRING "PAUSE ENDS " VM-RESUME-DATE " - REMINDER"
               DELIMITED BY SIZE INTO CONT-CONCERN
       END-IF.
       PERFORM 990-LOG-CONTACT.
      ******************************************************************
      *780-SANC-HELD-CHECK looks the member up on the compliance
      *review queue. An open or confirmed watch-list match means the
      *member may not go active - the supervisor's review decides
      *that, and G3-VFX-161-SANC-REV releases the hold if cleared.
       780-SANC-HELD-CHECK.
       MOVE 'N' TO VFX-SAN-HELD-FLAG.
       IF NOT VFX-SAN-QUEUE-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE 'M'        TO SANQ-SUBJ-TYPE.
       MOVE VM-ID-KEY  TO SANQ-SUBJ-ID.
       MOVE LOW-VALUES TO SANQ-ENTRY-ID.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANQ-FILE KEY IS NOT LESS THAN SANQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF NOT SANQ-MEMBER
                           OR SANQ-SUBJ-ID NOT = VM-ID-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       IF SANQ-OPEN OR SANQ-CONFIRMED
                           MOVE 'Y' TO VFX-SAN-HELD-FLAG
                           MOVE 'Y' TO VFX-SAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
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
