       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-WN.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-CONS.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       COPY FD-VFX-MBR.
       COPY FD-VFX-WN.
       COPY FD-VFX-CONT.
       COPY FD-VFX-CONS.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       OPEN INPUT VM-FILE.
       OPEN OUTPUT VFX-WN-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-WALK-WISHLIST.
       DISPLAY "WISHLIST NOTICES: " VFX-63-NOTIF-COUNT
               " WRITTEN, " VFX-63-OPTOUT-COUNT
               " SKIPPED FOR MARKETING OPT-OUT".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP         TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG        TO JOB-LOG-PROGRAM.
       CLOSE VM-FILE.
       CLOSE VFX-WN-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
           NOT INVALID KEY
      *A bounced address is suppressed - mailing it again just costs
      *money; the data-quality queue already has a rep chasing a
      *good one. A member who opted out of marketing is skipped and
      *counted.
               IF VM-ACTIVE AND NOT VM-EMAIL-UNDELIV
                   MOVE WISH-MBR-ID TO CONS-MBR-ID
                   PERFORM 800-CHECK-CONSENT
                   IF NOT VFX-CNS-MKT-OK
                       ADD 1 TO VFX-63-OPTOUT-COUNT
                   ELSE
                       MOVE WISH-MBR-ID        TO WN-MBR-ID
                       MOVE VM-EMAIL-KEY       TO WN-EMAIL
                       MOVE VML-MST-TITLE-KEY  TO WN-TITLE
                       MOVE WISH-PRICE         TO WN-OLD-PRICE
                       MOVE VML-MST-PRICE      TO WN-NEW-PRICE
                       MOVE VFX-63-PROMO-CODE  TO WN-PROMO-CODE
                       WRITE WN-REC
                       MOVE WISH-MBR-ID TO CONT-MBR-ID
                       MOVE "WISHNOTIF" TO CONT-SOURCE
                       MOVE VM-EMAIL-KEY TO CONT-ADDRESS
                       MOVE VML-MST-TITLE-KEY TO CONT-CONCERN
                       PERFORM 990-LOG-CONTACT
                       ADD 1 TO VFX-63-NOTIF-COUNT
                   END-IF
               END-IF
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
