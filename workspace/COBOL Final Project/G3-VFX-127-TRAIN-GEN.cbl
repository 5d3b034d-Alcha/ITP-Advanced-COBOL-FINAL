       COPY SELECT-VFX-FHOLD.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-GSUB.
       COPY SELECT-VFX-DQ.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-PROF.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-REF.
       COPY SELECT-VFX-RUNC.
       COPY SELECT-VFX-RETN.
       COPY SELECT-VFX-SANC.
       COPY SELECT-VFX-CXO.
       COPY SELECT-VFX-DEV.
       COPY SELECT-VFX-GCR.
       COPY SELECT-VFX-CASE.
       COPY SELECT-VFX-CORD.
       COPY SELECT-CAP1-VFX-XREF.
       COPY SELECT-VFX-TRIAL.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-FHOLD.
       COPY FD-VFX-RFND.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-GSUB.
       COPY FD-VFX-DQ.
       COPY FD-VFX-CONT.
       COPY FD-VFX-PROF.
       COPY FD-VFX-CONS.
       COPY FD-VFX-REF.
       COPY FD-VFX-RUNC.
       COPY FD-VFX-RETN.
       COPY FD-VFX-SANC.
       COPY FD-VFX-CXO.
       COPY FD-VFX-DEV.
       COPY FD-VFX-GCR.
       COPY FD-VFX-CASE.
       COPY FD-VFX-CORD.
       COPY FD-CAP1-VFX-XREF.
       COPY FD-VFX-TRIAL.
       COPY FD-VFX-BILL-HIST.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
      *to member id 1, which already exists in the cloned member
      *copy, and the practice signup's unguarded WRITE would
      *silently add nobody. Counters hold no personal data. The
      *billing history is COPIED for the same reason: the cloned
      *members keep their ids, and a practice cancel of an annual
      *plan has to find the prepaid charge it refunds against. It
      *holds amounts and dates, nothing personal. The trial history
      *starts empty, so a practice signup never spends a real
      *member's one trial. The card key version is the one counter
      *row not copied: the training key file is empty, so practice
      *card numbers are kept clear and the live keys never leave
      *production. The flat journals and extracts need no
      *pre-creation; they create themselves on first open.
       700-CREATE-EMPTY-SET.
       PERFORM 710-COPY-CTL-NBR.
       PERFORM 720-COPY-BILL-HIST.
       SET ENVIRONMENT "VFXTRIAL"       TO "TRNTRIAL".
       SET ENVIRONMENT "DD_VFXTRIAL"    TO "TRNTRIAL".
       OPEN OUTPUT VFX-TRIAL-FILE.
       CLOSE VFX-TRIAL-FILE.
       SET ENVIRONMENT "VFXTRIAL"       TO "VFXTRIAL".
       SET ENVIRONMENT "DD_VFXTRIAL"    TO "VFXTRIAL".
       SET ENVIRONMENT "VFXGCFILE"      TO "TRNGCFILE".
       SET ENVIRONMENT "DD_VFXGCFILE"   TO "TRNGCFILE".
       OPEN OUTPUT VFX-GC-FILE.
       CLOSE VFX-CC-SEC-FILE.
       SET ENVIRONMENT "VFXCCSECFILE"   TO "VFXCCSECFILE".
       SET ENVIRONMENT "DD_VFXCCSECFILE"  TO "VFXCCSECFILE".
       SET ENVIRONMENT "VFXCCKEY"       TO "TRNCCKEY".
       SET ENVIRONMENT "DD_VFXCCKEY"    TO "TRNCCKEY".
       OPEN OUTPUT VFX-CCKEY-FILE.
       CLOSE VFX-CCKEY-FILE.
       SET ENVIRONMENT "VFXCCKEY"       TO "VFXCCKEY".
       SET ENVIRONMENT "DD_VFXCCKEY"    TO "VFXCCKEY".
       SET ENVIRONMENT "VFXGSUB"        TO "TRNGSUB".
       SET ENVIRONMENT "DD_VFXGSUB"     TO "TRNGSUB".
       OPEN OUTPUT VFX-GSUB-FILE.
       CLOSE VFX-PROF-FILE.
       SET ENVIRONMENT "VFXPROFFILE"    TO "VFXPROFFILE".
       SET ENVIRONMENT "DD_VFXPROFFILE"  TO "VFXPROFFILE".
       SET ENVIRONMENT "VFXCONSFILE"    TO "TRNCONSFILE".
       SET ENVIRONMENT "DD_VFXCONSFILE"  TO "TRNCONSFILE".
       OPEN OUTPUT VFX-CONS-FILE.
       CLOSE VFX-CONS-FILE.
       SET ENVIRONMENT "VFXCONSFILE"    TO "VFXCONSFILE".
       SET ENVIRONMENT "DD_VFXCONSFILE"  TO "VFXCONSFILE".
       SET ENVIRONMENT "VFXREFFILE"     TO "TRNREFFILE".
       SET ENVIRONMENT "DD_VFXREFFILE"  TO "TRNREFFILE".
       OPEN OUTPUT VFX-REF-FILE.
       CLOSE VFX-REF-FILE.
       SET ENVIRONMENT "VFXREFFILE"     TO "VFXREFFILE".
       SET ENVIRONMENT "DD_VFXREFFILE"  TO "VFXREFFILE".
       SET ENVIRONMENT "VFXRUNCTL"      TO "TRNRUNCTL".
       SET ENVIRONMENT "DD_VFXRUNCTL"   TO "TRNRUNCTL".
       OPEN OUTPUT VFX-RUNC-FILE.
       CLOSE VFX-RUNC-FILE.
       SET ENVIRONMENT "VFXRUNCTL"      TO "VFXRUNCTL".
       SET ENVIRONMENT "DD_VFXRUNCTL"   TO "VFXRUNCTL".
       SET ENVIRONMENT "VFXRETAIN"      TO "TRNRETAIN".
       SET ENVIRONMENT "DD_VFXRETAIN"   TO "TRNRETAIN".
       OPEN OUTPUT VFX-RETN-FILE.
       CLOSE VFX-RETN-FILE.
       SET ENVIRONMENT "VFXRETAIN"      TO "VFXRETAIN".
       SET ENVIRONMENT "DD_VFXRETAIN"   TO "VFXRETAIN".
       SET ENVIRONMENT "VFXSANCQUE"     TO "TRNSANCQUE".
       SET ENVIRONMENT "DD_VFXSANCQUE"  TO "TRNSANCQUE".
       OPEN OUTPUT VFX-SANQ-FILE.
       CLOSE VFX-SANQ-FILE.
       SET ENVIRONMENT "VFXSANCQUE"     TO "VFXSANCQUE".
       SET ENVIRONMENT "DD_VFXSANCQUE"  TO "VFXSANCQUE".
       SET ENVIRONMENT "VFXCXOUT"       TO "TRNCXOUT".
       SET ENVIRONMENT "DD_VFXCXOUT"    TO "TRNCXOUT".
       OPEN OUTPUT VFX-CXO-FILE.
       CLOSE VFX-CXO-FILE.
       SET ENVIRONMENT "VFXCXOUT"       TO "VFXCXOUT".
       SET ENVIRONMENT "DD_VFXCXOUT"    TO "VFXCXOUT".
       SET ENVIRONMENT "VFXDEVICE"      TO "TRNDEVICE".
       SET ENVIRONMENT "DD_VFXDEVICE"   TO "TRNDEVICE".
       OPEN OUTPUT VFX-DEV-FILE.
       CLOSE VFX-DEV-FILE.
       SET ENVIRONMENT "VFXDEVICE"      TO "VFXDEVICE".
       SET ENVIRONMENT "DD_VFXDEVICE"   TO "VFXDEVICE".
       SET ENVIRONMENT "VFXGCREVIEW"    TO "TRNGCREVIEW".
       SET ENVIRONMENT "DD_VFXGCREVIEW"  TO "TRNGCREVIEW".
       OPEN OUTPUT VFX-GCR-FILE.
       CLOSE VFX-GCR-FILE.
       SET ENVIRONMENT "VFXGCREVIEW"    TO "VFXGCREVIEW".
       SET ENVIRONMENT "DD_VFXGCREVIEW"  TO "VFXGCREVIEW".
       SET ENVIRONMENT "VFXCASEFILE"    TO "TRNCASEFILE".
       SET ENVIRONMENT "DD_VFXCASEFILE"  TO "TRNCASEFILE".
       OPEN OUTPUT VFX-CASE-FILE.
       CLOSE VFX-CASE-FILE.
       SET ENVIRONMENT "VFXCASEFILE"    TO "VFXCASEFILE".
       SET ENVIRONMENT "DD_VFXCASEFILE"  TO "VFXCASEFILE".
       SET ENVIRONMENT "VFXCORPORDFILE" TO "TRNCORPORD".
       SET ENVIRONMENT "DD_VFXCORPORDFILE"  TO "TRNCORPORD".
       OPEN OUTPUT VFX-CORD-FILE.
       CLOSE VFX-CORD-FILE.
       SET ENVIRONMENT "VFXCORPORDFILE" TO "VFXCORPORDFILE".
       SET ENVIRONMENT "DD_VFXCORPORDFILE"  TO "VFXCORPORDFILE".
       SET ENVIRONMENT "CAP1VFXXREF"    TO "TRNXREF".
       SET ENVIRONMENT "DD_CAP1VFXXREF"  TO "TRNXREF".
       OPEN OUTPUT CAP1-VFX-XREF-FILE.
               AT END
                   MOVE 'Y' TO VFX-127-EOF-FLAG
               NOT AT END
                   IF CTL-NBR-NAME NOT = WS-CTL-CCKEY-NAME
                       MOVE CTL-NBR-REC TO TRNWRK-REC
                       WRITE TRNWRK-REC
                       ADD 1 TO VFX-127-COUNT
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CTL-NBR-FILE.
       SET ENVIRONMENT "CTLNBRFILE"    TO "CTLNBRFILE".
       SET ENVIRONMENT "DD_CTLNBRFILE" TO "CTLNBRFILE".
       DISPLAY "COPIED " VFX-127-COUNT " COUNTERS INTO TRNCTLNBR".
      ******************************************************************
       720-COPY-BILL-HIST.
       OPEN INPUT VFX-BILL-HIST-FILE.
       OPEN OUTPUT VFX-TRNWRK-TXT.
       MOVE 'N' TO VFX-127-EOF-FLAG.
       MOVE ZERO TO VFX-127-COUNT.
       MOVE LOW-VALUES TO BH-KEY.
       START VFX-BILL-HIST-FILE KEY IS NOT LESS THAN BH-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-127-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-127-EOF
           READ VFX-BILL-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-127-EOF-FLAG
               NOT AT END
                   MOVE BH-REC TO TRNWRK-REC
                   WRITE TRNWRK-REC
                   ADD 1 TO VFX-127-COUNT
           END-READ
       END-PERFORM.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-TRNWRK-TXT.
       SET ENVIRONMENT "VFXBILLHIST"    TO "TRNBILLHIST".
       SET ENVIRONMENT "DD_VFXBILLHIST" TO "TRNBILLHIST".
       OPEN OUTPUT VFX-BILL-HIST-FILE.
       OPEN INPUT VFX-TRNWRK-TXT.
       MOVE 'N' TO VFX-127-EOF-FLAG.
       PERFORM UNTIL VFX-127-EOF
           READ VFX-TRNWRK-TXT
               AT END
                   MOVE 'Y' TO VFX-127-EOF-FLAG
               NOT AT END
                   MOVE TRNWRK-REC TO BH-REC
                   WRITE BH-REC
           END-READ
       END-PERFORM.
       CLOSE VFX-BILL-HIST-FILE.
       CLOSE VFX-TRNWRK-TXT.
       SET ENVIRONMENT "VFXBILLHIST"    TO "VFXBILLHIST".
       SET ENVIRONMENT "DD_VFXBILLHIST" TO "VFXBILLHIST".
       DISPLAY "COPIED " VFX-127-COUNT
               " BILLING HISTORY ROWS INTO TRNBILLHIST".
