      ******************************************************************
      *PROGRAM:  Next-Installment Notification Extract
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Runs behind G3-BLD-VFX-MOV when the studio feed
      *          loads new titles. Every series installment still
      *          pending notice whose title is now live on the movie
      *          master is matched against the purchase file: each
      *          member who owns an earlier installment of the same
      *          series, and doesn't already own the new one, goes
      *          on the mail-house extract and gets a contact row.
      *          Bounced addresses and members who opted out of
      *          marketing are skipped. The installment is then
      *          marked sent so a rerun never mails it twice.
      ******************************************************************
       PROGRAM-ID. G3-VFX-145-SEQ-NOTIF.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-SER.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-SQN.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-CONS.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-SER.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VFX-SQN.
       COPY FD-VFX-CONT.
       COPY FD-VFX-CONS.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-145-SEQ-NOTIF' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       OPEN I-O VFX-SER-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VM-FILE.
       OPEN OUTPUT VFX-SQN-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-LOAD-SERIES.
       PERFORM VARYING VFX-145-I FROM 1 BY 1
               UNTIL VFX-145-I > VFX-145-SER-COUNT
           IF VFX-145-SER-PENDING(VFX-145-I) = 'Y'
               PERFORM 200-CHECK-INSTALLMENT
           END-IF
       END-PERFORM.
       DISPLAY "NEXT-INSTALLMENT NOTICES: " VFX-145-INST-COUNT
               " TITLES, " VFX-145-NOTIF-COUNT " MEMBERS NOTIFIED, "
               VFX-145-SKIP-COUNT " UNDELIVERABLE SKIPPED, "
               VFX-145-OPTOUT-COUNT " MARKETING OPT-OUTS SKIPPED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-145-NOTIF-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-SER-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-SQN-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE stamps the contact rows and the notice date
      *from the BUSDATE control record, falling back to the calendar
      *date when no control record exists yet.
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
      *100-LOAD-SERIES reads the series master into a table in key
      *order, so each series' earlier installments sit just above
      *the pending one.
       100-LOAD-SERIES.
       MOVE 'N' TO VFX-145-EOF-FLAG.
       MOVE LOW-VALUES TO SER-KEY.
       START VFX-SER-FILE KEY IS NOT LESS THAN SER-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-145-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-145-EOF
           READ VFX-SER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-145-EOF-FLAG
               NOT AT END
                   IF VFX-145-SER-COUNT < 500
                       ADD 1 TO VFX-145-SER-COUNT
                       MOVE SER-ID TO
                           VFX-145-SER-ID(VFX-145-SER-COUNT)
                       MOVE SER-SEQ TO
                           VFX-145-SER-SEQ(VFX-145-SER-COUNT)
                       MOVE SER-VML-ID TO
                           VFX-145-SER-VML-ID(VFX-145-SER-COUNT)
                       IF SER-NOTICE-PENDING
                           MOVE 'Y' TO
                               VFX-145-SER-PENDING(VFX-145-SER-COUNT)
                       ELSE
                           MOVE 'N' TO
                               VFX-145-SER-PENDING(VFX-145-SER-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "SERIES TABLE FULL - REMAINING "
                               "INSTALLMENTS WAIT FOR THE NEXT RUN"
                       MOVE 'Y' TO VFX-145-EOF-FLAG
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-CHECK-INSTALLMENT: a pending installment whose title isn't
      *live yet (announced ahead of the feed, or retired) just stays
      *pending for a later load.
       200-CHECK-INSTALLMENT.
       MOVE VFX-145-SER-VML-ID(VFX-145-I) TO VML-MST-ID-KEY.
       READ VML-MST-FILE KEY IS VML-MST-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VML-MST-ACTIVE
                   PERFORM 210-NOTIFY-OWNERS
               END-IF
       END-READ.
      ******************************************************************
      *210-NOTIFY-OWNERS walks the purchase file once per new title.
      *It is keyed member-first, so each member's purchases arrive
      *together and the member is judged at the break.
       210-NOTIFY-OWNERS.
       MOVE 'N' TO VFX-145-EOF-FLAG.
       MOVE ZERO TO VFX-145-CUR-MBR.
       MOVE 'N' TO VFX-145-OWNS-EARLIER.
       MOVE 'N' TO VFX-145-OWNS-NEW.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-145-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-145-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-145-EOF-FLAG
               NOT AT END
                   IF PUR-MBR-ID NOT = VFX-145-CUR-MBR
                       PERFORM 230-MEMBER-BREAK
                       MOVE PUR-MBR-ID TO VFX-145-CUR-MBR
                   END-IF
                   IF PUR-OWNED
                       PERFORM 220-CHECK-PURCHASE
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 230-MEMBER-BREAK.
       MOVE VFX-145-SER-ID(VFX-145-I)  TO SER-ID.
       MOVE VFX-145-SER-SEQ(VFX-145-I) TO SER-SEQ.
       READ VFX-SER-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET SER-NOTICE-SENT TO TRUE
               MOVE WS-BUS-DATE TO SER-NOTICE-DATE
               REWRITE SER-REC
       END-READ.
       ADD 1 TO VFX-145-INST-COUNT.
      ******************************************************************
      *220-CHECK-PURCHASE: an earlier installment is a row above this
      *one in the table with the same series id.
       220-CHECK-PURCHASE.
       IF PUR-VML-ID = VFX-145-SER-VML-ID(VFX-145-I)
           MOVE 'Y' TO VFX-145-OWNS-NEW
       END-IF.
       PERFORM VARYING VFX-145-J FROM 1 BY 1
               UNTIL VFX-145-J NOT < VFX-145-I
           IF VFX-145-SER-ID(VFX-145-J) = VFX-145-SER-ID(VFX-145-I)
                   AND VFX-145-SER-VML-ID(VFX-145-J) = PUR-VML-ID
               MOVE 'Y' TO VFX-145-OWNS-EARLIER
           END-IF
       END-PERFORM.
      ******************************************************************
      *230-MEMBER-BREAK mails the member just finished if they own
      *an earlier installment and haven't bought this one already.
       230-MEMBER-BREAK.
       IF VFX-145-OWNS-EARLIER = 'Y' AND VFX-145-OWNS-NEW = 'N'
           PERFORM 240-WRITE-NOTIF
       END-IF.
       MOVE 'N' TO VFX-145-OWNS-EARLIER.
       MOVE 'N' TO VFX-145-OWNS-NEW.
      ******************************************************************
       240-WRITE-NOTIF.
       MOVE VFX-145-CUR-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
      *A bounced address is suppressed - mailing it again just costs
      *money; the data-quality queue already has a rep chasing a
      *good one. A member who opted out of marketing is skipped and
      *counted.
               IF VM-EMAIL-UNDELIV
                   ADD 1 TO VFX-145-SKIP-COUNT
               ELSE
                   IF VM-ACTIVE
                       MOVE VFX-145-CUR-MBR TO CONS-MBR-ID
                       PERFORM 800-CHECK-CONSENT
                       IF NOT VFX-CNS-MKT-OK
                           ADD 1 TO VFX-145-OPTOUT-COUNT
                       ELSE
                           MOVE VFX-145-CUR-MBR   TO SQN-MBR-ID
                           MOVE VM-EMAIL-KEY      TO SQN-EMAIL
                           PERFORM 250-FIND-SERIES-NAME
                           MOVE VFX-145-SER-SEQ(VFX-145-I) TO SQN-SEQ
                           MOVE VML-MST-TITLE-KEY TO SQN-TITLE
                           MOVE VML-MST-PRICE     TO SQN-PRICE
                           WRITE SQN-REC
                           MOVE VFX-145-CUR-MBR   TO CONT-MBR-ID
                           MOVE "SEQUELNOTIF"     TO CONT-SOURCE
                           MOVE VM-EMAIL-KEY      TO CONT-ADDRESS
                           MOVE VML-MST-TITLE-KEY TO CONT-CONCERN
                           PERFORM 990-LOG-CONTACT
                           ADD 1 TO VFX-145-NOTIF-COUNT
                       END-IF
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
       250-FIND-SERIES-NAME.
       MOVE VFX-145-SER-ID(VFX-145-I)  TO SER-ID.
       MOVE VFX-145-SER-SEQ(VFX-145-I) TO SER-SEQ.
       READ VFX-SER-FILE
           INVALID KEY
               MOVE SPACES TO SQN-SERIES
           NOT INVALID KEY
               MOVE SER-NAME TO SQN-SERIES
       END-READ.
      ******************************************************************
      *800-CHECK-CONSENT looks the member in CONS-MBR-ID up on the
      *consent file; callers set the id first. Only an explicit
      *marketing opt-out suppresses - a member with no consent row
      *has never opted out of anything.
       800-CHECK-CONSENT.
       MOVE 'Y' TO VFX-CNS-MKT-FLAG.
       READ VFX-CONS-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CONS-MKT-NO
                   MOVE 'N' TO VFX-CNS-MKT-FLAG
               END-IF
       END-READ.
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
