      ******************************************************************
      *PROGRAM:  Vuflix Chargeback Evidence Packet
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Builds the representment packet for every open case
      *          on VFX-DISP-FILE so the rep argues from the record,
      *          not from memory: the original purchase (date, price,
      *          tax, format, promo), the member's enrollment date
      *          and address, every viewing row for that member and
      *          title, and the contacts about the purchase. A case
      *          where the title was watched on or after the purchase
      *          date is flagged STRONG, and the operator can have
      *          those marked represented as the packets go out.
      ******************************************************************
       PROGRAM-ID. G3-VFX-139-CB-EVID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-VIEW.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-EVID.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-DISP.
       COPY FD-VFX-PUR.
       COPY FD-VFX-VIEW.
       COPY FD-VFX-MBR.
       COPY FD-VFX-CONT.
       COPY FD-VFX-EVID.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-139-CB-EVID' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       DISPLAY "MARK STRONG CASES REPRESENTED AS PACKETS ARE "
               "BUILT? (Y/N): ".
       ACCEPT VFX-139-MARK-RESP.
       OPEN I-O VFX-DISP-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-VIEW-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-CONT-FILE.
       OPEN OUTPUT VFX-EVID-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-SWEEP-CASES.
       MOVE SPACES             TO EVID-REC.
       MOVE "TRAILER "         TO EVX-TAG.
       MOVE VFX-139-CASE-COUNT TO EVX-CASE-COUNT.
       MOVE VFX-139-STRONG-COUNT TO EVX-STRONG-COUNT.
       WRITE EVID-REC.
       DISPLAY "G3-VFX-139-CB-EVID".
       DISPLAY "    PACKETS BUILT          " VFX-139-CASE-COUNT.
       DISPLAY "    STRONG (WATCHED) CASES " VFX-139-STRONG-COUNT.
       DISPLAY "    MARKED REPRESENTED     " VFX-139-MARKED-COUNT.
       DISPLAY "    NO PURCHASE ON FILE    " VFX-139-NOPUR-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-139-CASE-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-DISP-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-VIEW-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-EVID-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE reads the BUSDATE control record, falling
      *back to the calendar date when no control record exists yet.
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
      *100-SWEEP-CASES walks the case file and builds a packet for
      *every case still open. Represented, won and lost cases are
      *past the point where evidence helps.
       100-SWEEP-CASES.
       MOVE 'N' TO VFX-139-EOF-FLAG.
       MOVE LOW-VALUES TO DISP-KEY.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-139-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-139-EOF
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-139-EOF-FLAG
               NOT AT END
                   IF DISP-OPEN
                       PERFORM 200-BUILD-PACKET
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-BUILD-PACKET pulls the disputed sale by the case key (the
      *case is keyed the same way the sale is). The viewing rows are
      *counted first so the CASE line can say whether this one is
      *strong before any detail follows it.
       200-BUILD-PACKET.
       MOVE DISP-MBR-ID TO PUR-MBR-ID.
       MOVE DISP-VML-ID TO PUR-VML-ID.
       MOVE DISP-SEQ    TO PUR-SEQ.
       READ VFX-PUR-FILE
           INVALID KEY
               ADD 1 TO VFX-139-NOPUR-COUNT
               DISPLAY "NO PURCHASE ON FILE FOR CASE " DISP-CASE-NBR
                       " MEMBER " DISP-MBR-ID " TITLE " DISP-VML-ID
           NOT INVALID KEY
               PERFORM 210-COUNT-VIEWS
               PERFORM 220-WRITE-CASE-LINE
               PERFORM 230-WRITE-PURCHASE
               PERFORM 240-WRITE-MEMBER
               PERFORM 250-WRITE-VIEWS
               PERFORM 260-WRITE-CONTACTS
               IF VFX-139-AFTER-COUNT > ZERO
                   AND (VFX-139-MARK-RESP = 'Y' OR 'y')
                   PERFORM 270-MARK-REPRESENTED
               END-IF
       END-READ.
      ******************************************************************
      *210-COUNT-VIEWS counts every viewing row for this member and
      *title, and how many of them fall on or after the sale.
       210-COUNT-VIEWS.
       MOVE ZERO TO VFX-139-VIEW-COUNT.
       MOVE ZERO TO VFX-139-AFTER-COUNT.
       MOVE 'N' TO VFX-139-SUB-EOF-FLAG.
       MOVE PUR-MBR-ID TO VIEW-MBR-ID.
       MOVE PUR-VML-ID TO VIEW-VML-ID.
       MOVE LOW-VALUES TO VIEW-DATE.
       START VFX-VIEW-FILE KEY IS NOT LESS THAN VIEW-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-139-SUB-EOF
           READ VFX-VIEW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
               NOT AT END
                   IF VIEW-MBR-ID NOT = PUR-MBR-ID
                           OR VIEW-VML-ID NOT = PUR-VML-ID
                       MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
                   ELSE
                       ADD 1 TO VFX-139-VIEW-COUNT
                       IF VIEW-DATE >= PUR-DATE
                           ADD 1 TO VFX-139-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       220-WRITE-CASE-LINE.
       MOVE SPACES            TO EVID-REC.
       MOVE "CASE    "        TO EVC-TAG.
       MOVE DISP-CASE-NBR     TO EVC-CASE-NBR.
       MOVE DISP-MBR-ID       TO EVC-MBR-ID.
       MOVE DISP-VML-ID       TO EVC-VML-ID.
       MOVE DISP-SEQ          TO EVC-SEQ.
       MOVE DISP-AMOUNT       TO EVC-AMOUNT.
       MOVE DISP-RECV-DATE    TO EVC-RECV-DATE.
       MOVE VFX-139-VIEW-COUNT TO EVC-VIEW-COUNT.
       IF VFX-139-AFTER-COUNT > ZERO
           MOVE "STRONG" TO EVC-STRENGTH
           ADD 1 TO VFX-139-STRONG-COUNT
       END-IF.
       WRITE EVID-REC.
       ADD 1 TO VFX-139-CASE-COUNT.
      ******************************************************************
       230-WRITE-PURCHASE.
       MOVE SPACES         TO EVID-REC.
       MOVE "PURCHASE"     TO EVP-TAG.
       MOVE PUR-DATE       TO EVP-DATE.
       MOVE PUR-TITLE      TO EVP-TITLE.
       MOVE PUR-PRICE      TO EVP-PRICE.
       MOVE PUR-NET-PRICE  TO EVP-NET-PRICE.
       MOVE PUR-TAX-STATE  TO EVP-TAX-STATE.
       MOVE PUR-TAX-AMT    TO EVP-TAX-AMT.
       MOVE PUR-FORMAT     TO EVP-FORMAT.
       MOVE PUR-TYPE       TO EVP-TYPE.
       MOVE PUR-PROMO-CODE TO EVP-PROMO-CODE.
       WRITE EVID-REC.
      ******************************************************************
      *240-WRITE-MEMBER shows how long the member has been with us
      *and where the title was delivered to.
       240-WRITE-MEMBER.
       MOVE PUR-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE SPACES         TO EVID-REC
               MOVE "MEMBER  "     TO EVM-TAG
               MOVE VM-ENROLL-DATE TO EVM-ENROLL-DATE
               MOVE VM-FNAME       TO EVM-FNAME
               MOVE VM-LNAME-KEY   TO EVM-LNAME
               MOVE VM-ADDRESS     TO EVM-ADDRESS
               MOVE VM-ZIP-KEY     TO EVM-ZIP
               MOVE VM-EMAIL-KEY   TO EVM-EMAIL
               WRITE EVID-REC
       END-READ.
      ******************************************************************
       250-WRITE-VIEWS.
       MOVE 'N' TO VFX-139-SUB-EOF-FLAG.
       MOVE PUR-MBR-ID TO VIEW-MBR-ID.
       MOVE PUR-VML-ID TO VIEW-VML-ID.
       MOVE LOW-VALUES TO VIEW-DATE.
       START VFX-VIEW-FILE KEY IS NOT LESS THAN VIEW-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-139-SUB-EOF
           READ VFX-VIEW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
               NOT AT END
                   IF VIEW-MBR-ID NOT = PUR-MBR-ID
                           OR VIEW-VML-ID NOT = PUR-VML-ID
                       MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
                   ELSE
                       MOVE SPACES        TO EVID-REC
                       MOVE "VIEWING "    TO EVV-TAG
                       MOVE VIEW-DATE     TO EVV-DATE
                       MOVE VIEW-PROF-NBR TO EVV-PROF-NBR
                       IF VIEW-DATE >= PUR-DATE
                           MOVE 'Y' TO EVV-AFTER-PUR
                       ELSE
                           MOVE 'N' TO EVV-AFTER-PUR
                       END-IF
                       WRITE EVID-REC
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *260-WRITE-CONTACTS carries every contact about the purchase:
      *one naming the title itself (the wishlist notice that sold
      *it, say), or anything sent between the sale and the day the
      *chargeback arrived - a statement showing the charge counts.
       260-WRITE-CONTACTS.
       MOVE 'N' TO VFX-139-SUB-EOF-FLAG.
       MOVE PUR-MBR-ID TO CONT-MBR-ID.
       MOVE LOW-VALUES TO CONT-DATE.
       MOVE ZERO       TO CONT-SEQ.
       START VFX-CONT-FILE KEY IS NOT LESS THAN CONT-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-139-SUB-EOF
           READ VFX-CONT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
               NOT AT END
                   IF CONT-MBR-ID NOT = PUR-MBR-ID
                       MOVE 'Y' TO VFX-139-SUB-EOF-FLAG
                   ELSE
                       IF CONT-CONCERN = PUR-TITLE
                           OR (CONT-DATE >= PUR-DATE
                               AND CONT-DATE <= DISP-RECV-DATE)
                           MOVE SPACES       TO EVID-REC
                           MOVE "CONTACT "   TO EVT-TAG
                           MOVE CONT-DATE    TO EVT-DATE
                           MOVE CONT-SOURCE  TO EVT-SOURCE
                           MOVE CONT-ADDRESS TO EVT-ADDRESS
                           MOVE CONT-CONCERN TO EVT-CONCERN
                           WRITE EVID-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *270-MARK-REPRESENTED moves a strong case to represented - the
      *packet that proves it is already on its way to the processor.
      *The case file is positioned on this case by the sweep. The
      *case is credited to the operator signed on at the menu; run
      *outside a session it stays with the evidence job.
       270-MARK-REPRESENTED.
       SET DISP-REPRESENTED TO TRUE.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO DISP-OPERATOR-ID
       ELSE
           MOVE "EVIDENCE" TO DISP-OPERATOR-ID
       END-IF.
       MOVE WS-BUS-DATE TO DISP-WORK-DATE.
       REWRITE DISP-REC.
       ADD 1 TO VFX-139-MARKED-COUNT.
