      ******************************************************************
      *PROGRAM:  Member Referral Credit
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly follow-through on the referrals taken at
      *          signup. Every referral still pending is checked
      *          against the billing history; once the new member's
      *          first cycle posts paid, both the new member and the
      *          member who referred them get a goodwill credit on
      *          VFX-GC-FILE - issued off the same numbered counter
      *          the issuance screen uses - and a contact-history
      *          row saying so. Each card issued is stamped on the
      *          referral as it goes, so a rerun after a failure
      *          finishes the pair without crediting anyone twice.
      ******************************************************************
       PROGRAM-ID. G3-VFX-165-REFERRAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-REF.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-MBR.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-REF.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-GC.
       COPY FD-VFX-CONT.
       COPY FD-VFX-MBR.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-165-REFERRAL' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VFX-REF-FILE.
       OPEN INPUT VFX-BILL-HIST-FILE.
       OPEN I-O VFX-GC-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN INPUT VM-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE 'N' TO VFX-165-EOF-FLAG.
       MOVE LOW-VALUES TO REF-MBR-ID.
       START VFX-REF-FILE KEY IS NOT LESS THAN REF-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-165-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-165-EOF
           READ VFX-REF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-165-EOF-FLAG
               NOT AT END
                   IF REF-PENDING
                       PERFORM 100-CHECK-REFERRAL
                   END-IF
           END-READ
       END-PERFORM.
       MOVE VFX-165-CRED-TOTAL TO VFX-165-TOTAL-ED.
       DISPLAY "G3-VFX-165-REFERRAL: " VFX-165-CONV-COUNT
               " REFERRALS CONVERTED, " VFX-165-PEND-COUNT
               " STILL AWAITING A PAID CYCLE".
       DISPLAY "G3-VFX-165-REFERRAL: " VFX-165-CRED-COUNT
               " CREDITS ISSUED, TOTAL " VFX-165-TOTAL-ED.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       MOVE "END"               TO JOB-LOG-EVENT.
       MOVE VFX-165-CONV-COUNT  TO JOB-LOG-COUNT.
       MOVE "COMPLETE"          TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-REF-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VM-FILE.
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
      *100-CHECK-REFERRAL walks the new member's billing history in
      *cycle order for the first cycle that posted paid. A first
      *charge that declined and was collected on a later cycle still
      *converts the referral - the member paid - but nothing is
      *credited until some cycle has.
       100-CHECK-REFERRAL.
       MOVE 'N' TO VFX-165-PAID-FLAG.
       MOVE 'N' TO VFX-165-BH-EOF-FLAG.
       MOVE REF-MBR-ID TO BH-MBR-ID.
       MOVE LOW-VALUES TO BH-CYCLE.
       START VFX-BILL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-165-BH-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-165-BH-EOF OR VFX-165-PAID
           READ VFX-BILL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-165-BH-EOF-FLAG
               NOT AT END
                   IF BH-MBR-ID NOT = REF-MBR-ID
                       MOVE 'Y' TO VFX-165-BH-EOF-FLAG
                   ELSE
                       IF BH-PAID
                           MOVE 'Y' TO VFX-165-PAID-FLAG
                           MOVE BH-CYCLE TO VFX-165-CYCLE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-165-PAID
           PERFORM 200-CREDIT-BOTH
       ELSE
           ADD 1 TO VFX-165-PEND-COUNT
       END-IF.
      ******************************************************************
      *200-CREDIT-BOTH issues whichever of the two credits the
      *referral doesn't already carry, stamping each card number on
      *the referral as soon as it is written. The referral is marked
      *credited only when both sides are paid out.
       200-CREDIT-BOTH.
       IF REF-NEW-GC-NBR = SPACES
           MOVE REF-MBR-ID TO VFX-165-CRED-MBR
           PERFORM 300-ISSUE-CREDIT
           IF VFX-165-ISSUED
               MOVE GC-CARD-NBR TO REF-NEW-GC-NBR
               REWRITE REF-REC
           END-IF
       END-IF.
       IF REF-REFR-GC-NBR = SPACES
           MOVE REF-REFERRER-ID TO VFX-165-CRED-MBR
           PERFORM 300-ISSUE-CREDIT
           IF VFX-165-ISSUED
               MOVE GC-CARD-NBR TO REF-REFR-GC-NBR
               REWRITE REF-REC
           END-IF
       END-IF.
       IF REF-NEW-GC-NBR NOT = SPACES
               AND REF-REFR-GC-NBR NOT = SPACES
           SET REF-CREDITED       TO TRUE
           MOVE VFX-165-CYCLE     TO REF-CYCLE
           MOVE WS-BUS-DATE       TO REF-CREDIT-DATE
           MOVE VFX-REF-CREDIT-AMT TO REF-CREDIT-AMT
           REWRITE REF-REC
           ADD 1 TO VFX-165-CONV-COUNT
       ELSE
           ADD 1 TO VFX-165-PEND-COUNT
       END-IF.
      ******************************************************************
      *300-ISSUE-CREDIT writes one goodwill credit for the member in
      *VFX-165-CRED-MBR and files the contact-history row telling
      *them, addressed to the email on their membership.
       300-ISSUE-CREDIT.
       MOVE 'N' TO VFX-165-ISSUED-FLAG.
       PERFORM 350-NEXT-CARD-NBR.
       MOVE VFX-165-CRED-MBR   TO GC-MBR-ID.
       MOVE VFX-REF-CREDIT-AMT TO GC-ORIG-AMT.
       MOVE VFX-REF-CREDIT-AMT TO GC-BALANCE.
       SET GC-ACTIVE           TO TRUE.
       MOVE WS-BUS-DATE        TO GC-ISSUE-DATE.
       MOVE "REFERRAL"         TO GC-OPERATOR-ID.
       MOVE SPACES             TO GC-VML-ID.
       MOVE SPACES             TO GC-ORDER-NBR.
       WRITE GC-REC
           INVALID KEY
               DISPLAY "DUPLICATE CARD NUMBER - CREDIT NOT ISSUED "
                       "FOR MEMBER " VFX-165-CRED-MBR
       END-WRITE.
       IF WS-GC-STATUS = "00"
           MOVE 'Y' TO VFX-165-ISSUED-FLAG
           ADD 1 TO VFX-165-CRED-COUNT
           ADD VFX-REF-CREDIT-AMT TO VFX-165-CRED-TOTAL
           MOVE VFX-165-CRED-MBR TO VM-ID-KEY
           READ VM-FILE
               INVALID KEY
                   MOVE SPACES TO VM-EMAIL-KEY
           END-READ
           MOVE VFX-165-CRED-MBR TO CONT-MBR-ID
           MOVE "REFERRAL"       TO CONT-SOURCE
           MOVE VM-EMAIL-KEY     TO CONT-ADDRESS
           MOVE SPACES           TO CONT-CONCERN
           STRING "REFERRAL CREDIT " GC-CARD-NBR
               DELIMITED BY SIZE INTO CONT-CONCERN
           PERFORM 990-LOG-CONTACT
       END-IF.
      ******************************************************************
      *350-NEXT-CARD-NBR draws the same shared counter the issuance
      *screen uses, so hand-issued and auto-issued credits never
      *collide.
       350-NEXT-CARD-NBR.
       MOVE WS-CTL-GC-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-165-SEQ.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE SPACES TO GC-CARD-NBR.
       STRING "GC" VFX-165-SEQ DELIMITED BY SIZE
           INTO GC-CARD-NBR.
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
