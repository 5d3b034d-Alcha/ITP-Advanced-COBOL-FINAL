      ******************************************************************
      *PROGRAM:  Annual Plan Renewal Notices
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly job over VM-FILE for members billed a year
      *          at a time. Thirty days before a prepaid year runs
      *          out the member gets the renewal notice auto-renewal
      *          law requires - the renewal date, the billing and
      *          the amount - on the mail-house extract, with a
      *          contact row, and is marked noticed for the term.
      *          Being required, the notice ignores the service-mail
      *          opt-out, and goes by post to a bounced address.
      ******************************************************************
       PROGRAM-ID. G3-VFX-223-ANN-RENEW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PLAN.
       COPY SELECT-ZIP.
       COPY SELECT-VFX-RNTC.
       COPY SELECT-VFX-CONT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PLAN.
       COPY FD-ZIP.
       COPY FD-VFX-RNTC.
       COPY FD-VFX-CONT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-223-ANN-RENEW' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-223-BUS-NUM.
       OPEN I-O VM-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN INPUT ZIP-MST-OUT.
       OPEN OUTPUT VFX-RNTC-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-SWEEP-MEMBERS.
       DISPLAY "RENEWAL NOTICES " VFX-223-NOTICE-COUNT
               ", BY POST " VFX-223-POST-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
       MOVE "END"                TO JOB-LOG-EVENT.
       MOVE VFX-223-NOTICE-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"           TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-PLAN-FILE.
       CLOSE ZIP-MST-OUT.
       CLOSE VFX-RNTC-FILE.
       CLOSE VFX-CONT-FILE.
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
      *100-SWEEP-MEMBERS walks every member; only annual members the
      *monthly extract would still bill - not canceled, merged away
      *or held - with a prepaid year running and no notice sent for
      *it yet are looked at.
       100-SWEEP-MEMBERS.
       MOVE 'N' TO VFX-223-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-223-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-223-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-223-EOF-FLAG
               NOT AT END
                   IF VM-BILL-ANNUAL AND NOT VM-RENEW-NOTICED
                           AND VM-PAID-THRU NOT = SPACES
                           AND (VM-ACTIVE OR VM-SUSPENDED
                                OR VM-PAUSED)
                       PERFORM 200-JUDGE-MEMBER
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-JUDGE-MEMBER sends the notice once the renewal - the day
      *after the paid-through date - is inside the notice window. A
      *year already run out is being billed again, so is past
      *noticing.
       200-JUDGE-MEMBER.
       MOVE VM-PAID-THRU TO VFX-223-RENEW-NUM.
       COMPUTE VFX-223-RENEW-INT =
           FUNCTION INTEGER-OF-DATE(VFX-223-RENEW-NUM) + 1.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-223-RENEW-INT)
           TO VFX-223-RENEW-NUM.
       COMPUTE VFX-223-DAYS-LEFT = VFX-223-RENEW-INT
           - FUNCTION INTEGER-OF-DATE(VFX-223-BUS-NUM).
       IF VFX-223-DAYS-LEFT > ZERO
               AND VFX-223-DAYS-LEFT NOT > VFX-223-NOTICE-DAYS
           PERFORM 300-WRITE-NOTICE
           SET VM-RENEW-NOTICED TO TRUE
           REWRITE VM-REC
       END-IF.
      ******************************************************************
      *300-WRITE-NOTICE puts the member on the mail-house extract at
      *the price the next term will be charged, and files the
      *contact row against the email or the street address it went
      *to.
       300-WRITE-NOTICE.
       MOVE VM-ID-KEY         TO RNTC-MBR-ID.
       MOVE VM-EMAIL-KEY      TO RNTC-EMAIL.
       MOVE VM-FNAME          TO RNTC-FNAME.
       MOVE VM-LNAME-KEY      TO RNTC-LNAME.
       MOVE VM-ADDRESS        TO RNTC-ADDRESS.
       MOVE VM-ZIP-KEY        TO RNTC-ZIP.
       MOVE VM-PLAN-CODE      TO RNTC-PLAN.
       MOVE VFX-223-RENEW-NUM TO RNTC-RENEW-DATE.
       MOVE VM-ZIP-KEY TO ZIP-KEY.
       READ ZIP-MST-OUT KEY IS ZIP-KEY
           INVALID KEY
               MOVE SPACES TO RNTC-CITY RNTC-STATE
           NOT INVALID KEY
               MOVE ZIP-CITYO  TO RNTC-CITY
               MOVE ZIP-STATEO TO RNTC-STATE
       END-READ.
       MOVE "ANNUAL" TO RNTC-FREQ.
       MOVE VM-PLAN-CODE TO PLAN-CODE.
       READ VFX-PLAN-FILE
           INVALID KEY
               MOVE "MONTHLY"          TO RNTC-FREQ
               MOVE VFX-11-MONTHLY-FEE TO RNTC-AMOUNT
           NOT INVALID KEY
               IF PLAN-ANNUAL-RATE > ZERO
                   MOVE PLAN-ANNUAL-RATE TO RNTC-AMOUNT
               ELSE
                   MOVE "MONTHLY" TO RNTC-FREQ
                   MOVE PLAN-RATE TO RNTC-AMOUNT
               END-IF
       END-READ.
       IF VM-EMAIL-UNDELIV
           MOVE "POST"  TO RNTC-VIA
           ADD 1 TO VFX-223-POST-COUNT
       ELSE
           MOVE "EMAIL" TO RNTC-VIA
       END-IF.
       WRITE RNTC-REC.
       ADD 1 TO VFX-223-NOTICE-COUNT.
       MOVE VM-ID-KEY    TO CONT-MBR-ID.
       MOVE "RENEWAL"    TO CONT-SOURCE.
       IF VM-EMAIL-UNDELIV
           MOVE VM-ADDRESS   TO CONT-ADDRESS
       ELSE
           MOVE VM-EMAIL-KEY TO CONT-ADDRESS
       END-IF.
       MOVE SPACES       TO CONT-CONCERN.
       STRING "PLAN RENEWS " VFX-223-RENEW-NUM " - NOTICE"
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
