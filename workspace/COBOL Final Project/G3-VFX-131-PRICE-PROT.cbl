      *          protection window gets the difference back as a
      *          member credit on VFX-GC-FILE - issued off the same
      *          numbered counter the issuance screen uses - plus a
      *          notification extract line telling them, held back
      *          from a member who opted out of marketing. The sale
      *          is flagged so a rerun never credits it twice; the
      *          members who don't call no longer subsidize the
      *          ones who do.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-PPN-RPT.
       COPY SELECT-VFX-CONS.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       COPY FD-VFX-PUR.
       COPY FD-VFX-GC.
       COPY FD-VFX-PPN-RPT.
       COPY FD-VFX-CONS.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       OPEN I-O VFX-PUR-FILE.
       OPEN I-O VFX-GC-FILE.
       OPEN OUTPUT VFX-PPN-RPT-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       PERFORM 100-WALK-PRICE-DROPS.
       DISPLAY "G3-VFX-131-PRICE-PROT: " VFX-131-CRED-COUNT
               " CREDITS ISSUED, TOTAL " VFX-131-CRED-TOTAL.
       DISPLAY "G3-VFX-131-PRICE-PROT: " VFX-131-OPTOUT-COUNT
               " NOTICES SKIPPED FOR MARKETING OPT-OUT".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP           TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG          TO JOB-LOG-PROGRAM.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-PPN-RPT-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
       SET GC-ACTIVE      TO TRUE.
       MOVE WS-BUS-DATE   TO GC-ISSUE-DATE.
       MOVE "PRICEPRO"    TO GC-OPERATOR-ID.
       MOVE PUR-VML-ID    TO GC-VML-ID.
       MOVE SPACES        TO GC-ORDER-NBR.
       WRITE GC-REC
           INVALID KEY
               DISPLAY "DUPLICATE CARD NUMBER - CREDIT NOT ISSUED "
           REWRITE PUR-REC
           ADD 1 TO VFX-131-CRED-COUNT
           ADD VFX-131-DIFF TO VFX-131-CRED-TOTAL
      *The credit is owed whatever the member's mail choices; only
      *the notice telling them about it is held back from a member
      *who opted out of marketing.
           MOVE PUR-MBR-ID TO CONS-MBR-ID
           PERFORM 800-CHECK-CONSENT
           IF VFX-CNS-MKT-OK
               MOVE VFX-131-DIFF TO VFX-131-DIFF-ED
               MOVE SPACES TO PPN-RPT-LINE
               STRING PUR-MBR-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PUR-TITLE DELIMITED BY SIZE
                   "  PRICE DROP CREDIT " DELIMITED BY SIZE
                   VFX-131-DIFF-ED DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   GC-CARD-NBR DELIMITED BY SIZE
                   INTO PPN-RPT-LINE
               WRITE PPN-RPT-LINE
           ELSE
               ADD 1 TO VFX-131-OPTOUT-COUNT
           END-IF
       END-IF.
      ******************************************************************
      *350-NEXT-CARD-NBR draws the same shared counter the issuance
       MOVE SPACES TO GC-CARD-NBR.
       STRING "GC" VFX-131-SEQ DELIMITED BY SIZE
           INTO GC-CARD-NBR.
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
