      ******************************************************************
      *PROGRAM:  Marketing CRM Nightly Change Feed
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Builds the marketing CRM's nightly delta from the
      *          after-image journal instead of a month-old member
      *          spreadsheet. Every member and purchase written,
      *          rewritten or deleted since the last feed - and
      *          every member whose contact consent changed, off the
      *          member audit log - goes out once, marked added,
      *          changed or deleted, with the record as it stands
      *          now and the member's consent flags. Card data never
      *          goes out and erased members are left off entirely.
      *          The journal time the feed ran up to is kept on the
      *          control file, so a rerun sends nothing twice, and
      *          lines the unload has already moved to the journal
      *          archive are still picked up.
      ******************************************************************
       PROGRAM-ID. G3-VFX-211-CRM-CDC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-JRNLA.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-CRM.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-JRNLA.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-CONS.
       COPY FD-VFX-CRM.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  WS-JRNLA-STATUS              PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-211-CRM-CDC' TO VFX-M-PROG.
       MOVE WS-TSTAMP(1:16) TO VFX-211-RUN-MARK.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       PERFORM 040-READ-MARK.
       OPEN INPUT VM-FILE
                  VFX-PUR-FILE
                  VFX-CONS-FILE.
       OPEN OUTPUT VFX-CRM-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       SORT SORT-CRM-FILE
           ON ASCENDING KEY SORT-CRM-KIND
                            SORT-CRM-KEY
                            SORT-CRM-TSTAMP
           INPUT PROCEDURE IS 100-RELEASE-CHANGES
           OUTPUT PROCEDURE IS 300-WRITE-FEED.
       CLOSE VFX-CRM-FILE.
       PERFORM 500-SAVE-MARK.
       DISPLAY "G3-VFX-211-CRM-CDC: " VFX-211-MBR-COUNT " MEMBERS, "
               VFX-211-PUR-COUNT " PURCHASES SENT, "
               VFX-211-EXCL-COUNT " ERASED LEFT OFF".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP         TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG        TO JOB-LOG-PROGRAM.
       MOVE "END"             TO JOB-LOG-EVENT.
       MOVE VFX-211-REC-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"        TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE CTL-NBR-FILE
             VM-FILE
             VFX-PUR-FILE
             VFX-CONS-FILE
             JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the feed by the BUSDATE control record,
      *falling back to the calendar date when no control record
      *exists yet.
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
      *040-READ-MARK picks up where the last feed stopped: the date
      *and time of day it ran up to, each on its own control record.
      *The very first feed starts at the top of the business day.
       040-READ-MARK.
       MOVE WS-CTL-CRM-DATE-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE WS-BUS-DATE TO VFX-211-MARK-DATE
               MOVE ZERO        TO VFX-211-MARK-TIME
               EXIT PARAGRAPH
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-211-MARK-DATE.
       MOVE WS-CTL-CRM-TIME-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZERO TO VFX-211-MARK-TIME
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-211-MARK-TIME
       END-READ.
      ******************************************************************
      *100-RELEASE-CHANGES gathers every change after the mark and no
      *later than this run's start - the journal archive first (the
      *unload may have cut the journal over since the last feed),
      *then the live journal, then the consent changes off the
      *member audit log. A change landing while the feed runs waits
      *for tomorrow's.
       100-RELEASE-CHANGES.
       OPEN INPUT VFX-JRNLA-TXT.
       IF WS-JRNLA-STATUS = "00"
           MOVE 'N' TO VFX-211-EOF-FLAG
           PERFORM UNTIL VFX-211-EOF
               READ VFX-JRNLA-TXT
                   AT END
                       MOVE 'Y' TO VFX-211-EOF-FLAG
                   NOT AT END
                       MOVE JRNLA-LINE TO VFX-211-JRNL
                       PERFORM 150-TAKE-JRNL
               END-READ
           END-PERFORM
           CLOSE VFX-JRNLA-TXT
       END-IF.
       OPEN INPUT VFX-JRNL-FILE.
       IF WS-JRNL-STATUS = "00"
           MOVE 'N' TO VFX-211-EOF-FLAG
           PERFORM UNTIL VFX-211-EOF
               READ VFX-JRNL-FILE INTO VFX-211-JRNL
                   AT END
                       MOVE 'Y' TO VFX-211-EOF-FLAG
                   NOT AT END
                       PERFORM 150-TAKE-JRNL
               END-READ
           END-PERFORM
           CLOSE VFX-JRNL-FILE
       END-IF.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       IF WS-MBR-AUDIT-STATUS = "00"
           MOVE 'N' TO VFX-211-EOF-FLAG
           PERFORM UNTIL VFX-211-EOF
               READ VFX-MBR-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO VFX-211-EOF-FLAG
                   NOT AT END
                       PERFORM 160-TAKE-CONSENT
               END-READ
           END-PERFORM
           CLOSE VFX-MBR-AUDIT-FILE
       END-IF.
      ******************************************************************
      *150-TAKE-JRNL releases one journal line for a member or a
      *purchase; the other masters are no concern of the CRM.
       150-TAKE-JRNL.
       IF VFX-211-J-TSTAMP(1:16) NOT > VFX-211-MARK
               OR VFX-211-J-TSTAMP(1:16) > VFX-211-RUN-MARK
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO SORT-CRM-REC.
       EVALUATE VFX-211-J-FILE-NAME
           WHEN "VMFILE"
               MOVE "M" TO SORT-CRM-KIND
               MOVE VFX-211-J-DATA(1:8) TO SORT-CRM-KEY
           WHEN "VFXPURFILE"
               MOVE "P" TO SORT-CRM-KIND
               MOVE VFX-211-J-DATA(1:19) TO SORT-CRM-KEY
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE VFX-211-J-TSTAMP(1:16) TO SORT-CRM-TSTAMP.
       MOVE VFX-211-J-ACTION       TO SORT-CRM-ACTION.
       RELEASE SORT-CRM-REC.
       ADD 1 TO VFX-211-TAKEN-COUNT.
      ******************************************************************
      *160-TAKE-CONSENT releases a member whose marketing or service
      *consent changed - the consent file is not journaled, but
      *every change to it leaves its line on the member audit log.
       160-TAKE-CONSENT.
       IF MAUD-FIELD NOT = "MKTCONSENT" AND MAUD-FIELD NOT =
               "SVCCONSENT"
           EXIT PARAGRAPH
       END-IF.
       IF MAUD-TSTAMP(1:16) NOT > VFX-211-MARK
               OR MAUD-TSTAMP(1:16) > VFX-211-RUN-MARK
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES            TO SORT-CRM-REC.
       MOVE "M"               TO SORT-CRM-KIND.
       MOVE MAUD-MBR-ID       TO SORT-CRM-KEY(1:8).
       MOVE MAUD-TSTAMP(1:16) TO SORT-CRM-TSTAMP.
       MOVE "R"               TO SORT-CRM-ACTION.
       RELEASE SORT-CRM-REC.
       ADD 1 TO VFX-211-TAKEN-COUNT.
      ******************************************************************
      *300-WRITE-FEED writes the header, one detail per member or
      *purchase touched (however many times it was touched), and the
      *control-total trailer.
       300-WRITE-FEED.
       MOVE SPACES            TO CRM-REC.
       MOVE "HEADER  "        TO CRM-HDR-TAG.
       MOVE WS-BUS-DATE       TO CRM-HDR-DATE.
       MOVE VFX-211-MARK      TO CRM-HDR-FROM.
       MOVE VFX-211-RUN-MARK  TO CRM-HDR-THRU.
       WRITE CRM-REC.
       MOVE SPACES TO VFX-211-CUR-KIND VFX-211-CUR-KEY.
       MOVE 'N' TO VFX-211-EOF-FLAG.
       RETURN SORT-CRM-FILE
           AT END
               MOVE 'Y' TO VFX-211-EOF-FLAG
       END-RETURN.
       PERFORM UNTIL VFX-211-EOF
           IF SORT-CRM-KIND NOT = VFX-211-CUR-KIND
                   OR SORT-CRM-KEY NOT = VFX-211-CUR-KEY
               IF VFX-211-CUR-KIND NOT = SPACE
                   PERFORM 350-SEND-ONE
               END-IF
               MOVE SORT-CRM-KIND   TO VFX-211-CUR-KIND
               MOVE SORT-CRM-KEY    TO VFX-211-CUR-KEY
               MOVE SORT-CRM-ACTION TO VFX-211-FIRST-ACTION
           END-IF
           RETURN SORT-CRM-FILE
               AT END
                   MOVE 'Y' TO VFX-211-EOF-FLAG
           END-RETURN
       END-PERFORM.
       IF VFX-211-CUR-KIND NOT = SPACE
           PERFORM 350-SEND-ONE
       END-IF.
       MOVE SPACES            TO CRM-REC.
       MOVE "TRAILER "        TO CRM-TRL-TAG.
       MOVE VFX-211-MBR-COUNT TO CRM-TRL-MBR-COUNT.
       MOVE VFX-211-PUR-COUNT TO CRM-TRL-PUR-COUNT.
       MOVE VFX-211-ADD-COUNT TO CRM-TRL-ADD-COUNT.
       MOVE VFX-211-CHG-COUNT TO CRM-TRL-CHG-COUNT.
       MOVE VFX-211-DEL-COUNT TO CRM-TRL-DEL-COUNT.
       MOVE VFX-211-REC-COUNT TO CRM-TRL-REC-COUNT.
       MOVE VFX-211-MBR-HASH  TO CRM-TRL-MBR-HASH.
       WRITE CRM-REC.
      ******************************************************************
      *350-SEND-ONE decides what the CRM is told about one member or
      *purchase. Still on file, it went out as an add when its first
      *change in the span was the write that created it, else as a
      *change. Gone from file, it is a delete - unless it was also
      *created in the span, when the CRM never heard of it.
       350-SEND-ONE.
       MOVE VFX-211-CUR-KEY(1:8) TO VFX-211-KEY-MBR.
       MOVE 'N' TO VFX-211-ERASED-FLAG.
       MOVE VFX-211-KEY-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               MOVE 'N' TO VFX-211-MBR-FOUND-FLAG
           NOT INVALID KEY
               MOVE 'Y' TO VFX-211-MBR-FOUND-FLAG
               IF VM-ERASED
                   MOVE 'Y' TO VFX-211-ERASED-FLAG
               END-IF
       END-READ.
       IF VFX-211-ERASED-FLAG = 'Y'
               OR VFX-211-KEY-MBR = VFX-71-ANON-ID
           ADD 1 TO VFX-211-EXCL-COUNT
           EXIT PARAGRAPH
       END-IF.
       IF VFX-211-CUR-KIND = "M"
           PERFORM 400-SEND-MEMBER
       ELSE
           PERFORM 450-SEND-PURCHASE
       END-IF.
      ******************************************************************
       400-SEND-MEMBER.
       MOVE SPACES           TO CRM-REC.
       MOVE "MEMBER  "       TO CRM-MBR-TAG.
       MOVE VFX-211-KEY-MBR  TO CRM-MBR-ID.
       IF VFX-211-MBR-FOUND-FLAG = 'N'
           IF VFX-211-FIRST-ACTION = "W"
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO CRM-MBR-ACTION
           MOVE ZERO TO CRM-MBR-ZIP CRM-MBR-MERGED-TO
       ELSE
           IF VFX-211-FIRST-ACTION = "W"
               MOVE "A" TO CRM-MBR-ACTION
           ELSE
               MOVE "C" TO CRM-MBR-ACTION
           END-IF
           MOVE VM-FNAME         TO CRM-MBR-FNAME
           MOVE VM-LNAME-KEY     TO CRM-MBR-LNAME
           MOVE VM-ADDRESS       TO CRM-MBR-ADDRESS
           MOVE VM-ZIP-KEY       TO CRM-MBR-ZIP
           MOVE VM-PHONE         TO CRM-MBR-PHONE
           MOVE VM-EMAIL-KEY     TO CRM-MBR-EMAIL
           MOVE VM-EMAIL-FLAG    TO CRM-MBR-EMAIL-FLAG
           MOVE VM-STATUS        TO CRM-MBR-STATUS
           MOVE VM-PLAN-CODE     TO CRM-MBR-PLAN-CODE
           MOVE VM-ENROLL-DATE   TO CRM-MBR-ENROLL-DATE
           MOVE VM-CANCEL-DATE   TO CRM-MBR-CANCEL-DATE
           MOVE VM-REACT-DATE    TO CRM-MBR-REACT-DATE
           MOVE VM-MERGED-TO     TO CRM-MBR-MERGED-TO
           MOVE VM-PAUSE-DATE    TO CRM-MBR-PAUSE-DATE
           MOVE VM-RESUME-DATE   TO CRM-MBR-RESUME-DATE
           MOVE VM-ID-KEY TO CONS-MBR-ID
           READ VFX-CONS-FILE
               INVALID KEY
                   MOVE "Y" TO CRM-MBR-MKT-CONS CRM-MBR-SVC-CONS
               NOT INVALID KEY
                   MOVE CONS-MKT-FLAG TO CRM-MBR-MKT-CONS
                   MOVE CONS-MKT-DATE TO CRM-MBR-MKT-DATE
                   MOVE CONS-SVC-FLAG TO CRM-MBR-SVC-CONS
                   MOVE CONS-SVC-DATE TO CRM-MBR-SVC-DATE
           END-READ
       END-IF.
       WRITE CRM-REC.
       ADD 1 TO VFX-211-MBR-COUNT.
       PERFORM 480-COUNT-DETAIL.
      ******************************************************************
      *450-SEND-PURCHASE sends the sale without the gift card it drew
      *on or the tax detail - the CRM wants what was bought, when and
      *for how much.
       450-SEND-PURCHASE.
       MOVE SPACES           TO CRM-REC.
       MOVE "PURCHASE"       TO CRM-PUR-TAG.
       MOVE VFX-211-CUR-KEY  TO PUR-KEY.
       MOVE PUR-MBR-ID       TO CRM-PUR-MBR-ID.
       MOVE PUR-VML-ID       TO CRM-PUR-VML-ID.
       MOVE PUR-SEQ          TO CRM-PUR-SEQ.
       READ VFX-PUR-FILE
           INVALID KEY
               IF VFX-211-FIRST-ACTION = "W"
                   EXIT PARAGRAPH
               END-IF
               MOVE "D" TO CRM-PUR-ACTION
               MOVE ZERO TO CRM-PUR-PRICE CRM-PUR-NET-PRICE
           NOT INVALID KEY
               IF VFX-211-FIRST-ACTION = "W"
                   MOVE "A" TO CRM-PUR-ACTION
               ELSE
                   MOVE "C" TO CRM-PUR-ACTION
               END-IF
               MOVE PUR-TITLE        TO CRM-PUR-TITLE
               MOVE PUR-GENRE        TO CRM-PUR-GENRE
               MOVE PUR-PRICE        TO CRM-PUR-PRICE
               MOVE PUR-NET-PRICE    TO CRM-PUR-NET-PRICE
               MOVE PUR-PROMO-CODE   TO CRM-PUR-PROMO-CODE
               MOVE PUR-DATE         TO CRM-PUR-DATE
               MOVE PUR-STATUS       TO CRM-PUR-STATUS
               MOVE PUR-TYPE         TO CRM-PUR-TYPE
               MOVE PUR-EXPIRE-DATE  TO CRM-PUR-EXPIRE-DATE
               MOVE PUR-FORMAT       TO CRM-PUR-FORMAT
       END-READ.
       WRITE CRM-REC.
       ADD 1 TO VFX-211-PUR-COUNT.
       PERFORM 480-COUNT-DETAIL.
      ******************************************************************
       480-COUNT-DETAIL.
       ADD 1 TO VFX-211-REC-COUNT.
       ADD VFX-211-KEY-MBR TO VFX-211-MBR-HASH.
       EVALUATE CRM-REC(9:1)
           WHEN "A" ADD 1 TO VFX-211-ADD-COUNT
           WHEN "C" ADD 1 TO VFX-211-CHG-COUNT
           WHEN "D" ADD 1 TO VFX-211-DEL-COUNT
       END-EVALUATE.
      ******************************************************************
      *500-SAVE-MARK moves the mark up to this run's start once the
      *feed is closed, so tomorrow's picks up from there.
       500-SAVE-MARK.
       MOVE WS-CTL-CRM-DATE-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE VFX-211-RUN-DATE TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
           NOT INVALID KEY
               MOVE VFX-211-RUN-DATE TO CTL-NBR-NEXT
               REWRITE CTL-NBR-REC
       END-READ.
       MOVE WS-CTL-CRM-TIME-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE VFX-211-RUN-TIME TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
           NOT INVALID KEY
               MOVE VFX-211-RUN-TIME TO CTL-NBR-NEXT
               REWRITE CTL-NBR-REC
       END-READ.
