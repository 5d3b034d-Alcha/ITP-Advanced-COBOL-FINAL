      ******************************************************************
      *PROGRAM:  Goodwill Credit Self-Dealing Review
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Monthly look over the goodwill credits operators
      *          issued by hand in the month asked for. Flags a
      *          credit whose member shares an address, phone or
      *          email with the issuing operator or any other
      *          operator; a credit drawn down within a day of
      *          issue on a high-priced title; a credit issued after
      *          the same operator refunded the same sale to the
      *          same member, paying the member twice; and any
      *          operator whose credit dollars run far above the
      *          other issuers'. Each finding is printed and queued
      *          for a supervisor's disposition on the goodwill
      *          credit review list. A rerun of the month finds its
      *          entries already queued and leaves any decision
      *          already made alone.
      ******************************************************************
       PROGRAM-ID. G3-VFX-195-GC-REVIEW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-GCR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-MBR.
       COPY FD-VFX-GC.
       COPY FD-VFX-PUR.
       COPY FD-VFX-RFND.
       COPY FD-VFX-GCR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-195-GC-REVIEW' TO VFX-M-PROG.
       DISPLAY "REPORT MONTH YYYYMM (BLANK = CURRENT): ".
       ACCEPT VFX-195-MONTH.
       IF VFX-195-MONTH = SPACES
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO VFX-195-MONTH
       END-IF.
       OPEN INPUT VFX-OPER-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-GC-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-RFND-FILE.
       OPEN I-O VFX-GCR-FILE.
       OPEN OUTPUT VFX-GCR-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-195-OPER-TABLE.
       PERFORM 100-LOAD-OPERATORS.
       PERFORM 150-PRINT-HEADER.
       PERFORM 200-WALK-CREDITS.
       PERFORM 400-WALK-DRAWDOWNS.
       PERFORM 500-CHECK-VOLUME.
       PERFORM 700-PRINT-TOTALS.
       DISPLAY "G3-VFX-195-GC-REVIEW: " VFX-195-CREDIT-COUNT
               " CREDITS REVIEWED, " VFX-195-FLAG-COUNT
               " FLAGGED, " VFX-195-NEW-COUNT " NEWLY QUEUED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-195-FLAG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-GC-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VFX-GCR-FILE.
       CLOSE VFX-GCR-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXGCREVIEW.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-LOAD-OPERATORS holds every operator on the master, active
      *or not, with the contact details off the HR extract. Only a
      *credit whose issuer is on the table is reviewed - the price
      *protection and referral batches issue credits under their
      *own names, not a person's.
       100-LOAD-OPERATORS.
       MOVE 'N' TO VFX-195-EOF-FLAG.
       MOVE LOW-VALUES TO OPER-ID.
       START VFX-OPER-FILE KEY IS NOT LESS THAN OPER-ID
           INVALID KEY
               MOVE 'Y' TO VFX-195-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-195-EOF
           READ VFX-OPER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-195-EOF-FLAG
               NOT AT END
                   IF VFX-195-OPER-COUNT < 100
                       ADD 1 TO VFX-195-OPER-COUNT
                       MOVE VFX-195-OPER-COUNT TO VFX-195-OX
                       MOVE OPER-ID      TO VFX-195-O-ID(VFX-195-OX)
                       MOVE OPER-ADDRESS
                           TO VFX-195-O-ADDRESS(VFX-195-OX)
                       MOVE OPER-ZIP     TO VFX-195-O-ZIP(VFX-195-OX)
                       MOVE OPER-PHONE   TO VFX-195-O-PHONE(VFX-195-OX)
                       MOVE OPER-EMAIL   TO VFX-195-O-EMAIL(VFX-195-OX)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       150-PRINT-HEADER.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING "GOODWILL CREDIT SELF-DEALING REVIEW FOR "
               DELIMITED BY SIZE
           VFX-195-MONTH DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE SPACES TO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE "FINDING          SUBJECT      OPERATOR MEMBER   "
         & "      AMOUNT ISSUED   STATUS" TO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
      ******************************************************************
      *200-WALK-CREDITS reads every card and credit, keeping the
      *member credits issued in the month by a person. Each one
      *counts toward its issuer's volume and is checked for a
      *contact match and for a refund of the same sale.
       200-WALK-CREDITS.
       MOVE 'N' TO VFX-195-EOF-FLAG.
       MOVE LOW-VALUES TO GC-CARD-NBR.
       START VFX-GC-FILE KEY IS NOT LESS THAN GC-CARD-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-195-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-195-EOF
           READ VFX-GC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-195-EOF-FLAG
               NOT AT END
                   IF GC-MBR-ID NOT = ZERO
                           AND GC-ISSUE-DATE(1:6) = VFX-195-MONTH
                       PERFORM 210-FIND-OPER
                       IF VFX-195-FOUND-X NOT = ZERO
                           PERFORM 250-ONE-CREDIT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-FIND-OPER finds the credit's issuer on the operator table;
      *zero when the credit came from a batch.
       210-FIND-OPER.
       MOVE ZERO TO VFX-195-FOUND-X.
       PERFORM VARYING VFX-195-OX FROM 1 BY 1
               UNTIL VFX-195-OX > VFX-195-OPER-COUNT
                  OR VFX-195-FOUND-X NOT = ZERO
           IF VFX-195-O-ID(VFX-195-OX) = GC-OPERATOR-ID
               MOVE VFX-195-OX TO VFX-195-FOUND-X
           END-IF
       END-PERFORM.
      ******************************************************************
       250-ONE-CREDIT.
       ADD 1 TO VFX-195-CREDIT-COUNT.
       ADD 1 TO VFX-195-O-CREDITS(VFX-195-FOUND-X).
       ADD GC-ORIG-AMT TO VFX-195-O-AMOUNT(VFX-195-FOUND-X).
       PERFORM 260-CHECK-CONTACT.
       PERFORM 270-CHECK-REFUND.
      ******************************************************************
      *260-CHECK-CONTACT compares the member's address and zip, phone
      *and email against every operator's, the issuer's included -
      *a credit to a colleague's household is as much a concern as
      *one to the issuer's own. Blank fields never match.
       260-CHECK-CONTACT.
       MOVE GC-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       MOVE SPACES TO VFX-195-MATCH-ON.
       MOVE ZERO TO VFX-195-FOUND-X.
       PERFORM VARYING VFX-195-OX FROM 1 BY 1
               UNTIL VFX-195-OX > VFX-195-OPER-COUNT
                  OR VFX-195-FOUND-X NOT = ZERO
           EVALUATE TRUE
               WHEN VM-ADDRESS NOT = SPACES
                       AND VM-ADDRESS = VFX-195-O-ADDRESS(VFX-195-OX)
                       AND VM-ZIP-KEY = VFX-195-O-ZIP(VFX-195-OX)
                   MOVE "ADDRESS" TO VFX-195-MATCH-ON
               WHEN VM-PHONE NOT = SPACES
                       AND VM-PHONE = VFX-195-O-PHONE(VFX-195-OX)
                   MOVE "PHONE" TO VFX-195-MATCH-ON
               WHEN VM-EMAIL-KEY NOT = SPACES
                       AND VM-EMAIL-KEY = VFX-195-O-EMAIL(VFX-195-OX)
                   MOVE "EMAIL" TO VFX-195-MATCH-ON
           END-EVALUATE
           IF VFX-195-MATCH-ON NOT = SPACES
               MOVE VFX-195-OX TO VFX-195-FOUND-X
           END-IF
       END-PERFORM.
       IF VFX-195-FOUND-X = ZERO
           EXIT PARAGRAPH
       END-IF.
       PERFORM 790-FROM-CREDIT.
       SET GCR-CONTACT-MATCH TO TRUE.
       IF VFX-195-O-ID(VFX-195-FOUND-X) = GC-OPERATOR-ID
           STRING VFX-195-MATCH-ON DELIMITED BY SPACE
               " MATCHES THE ISSUER" DELIMITED BY SIZE
               INTO GCR-DETAIL
       ELSE
           STRING VFX-195-MATCH-ON DELIMITED BY SPACE
               " MATCHES OPERATOR " DELIMITED BY SIZE
               VFX-195-O-ID(VFX-195-FOUND-X) DELIMITED BY SIZE
               INTO GCR-DETAIL
       END-IF.
       PERFORM 800-QUEUE-FINDING.
      ******************************************************************
      *270-CHECK-REFUND looks for a refund the issuer gave the same
      *member on or before the credit's issue date. When the credit
      *names the title it makes good on, only a refund of that title
      *counts; when it names none, a refund of any title within
      *VFX-195-RFND-DAYS of the credit does.
       270-CHECK-REFUND.
       MOVE GC-ISSUE-DATE TO VFX-195-DATE-NUM.
       COMPUTE VFX-195-ISSUE-INT =
           FUNCTION INTEGER-OF-DATE(VFX-195-DATE-NUM).
       MOVE 'N' TO VFX-195-HIT-FLAG.
       MOVE 'N' TO VFX-195-RFND-EOF-FLAG.
       MOVE GC-MBR-ID  TO RFND-MBR-ID.
       MOVE LOW-VALUES TO RFND-VML-ID.
       MOVE ZERO       TO RFND-SEQ.
       START VFX-RFND-FILE KEY IS NOT LESS THAN RFND-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-195-RFND-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-195-RFND-EOF
           READ VFX-RFND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-195-RFND-EOF-FLAG
               NOT AT END
                   IF RFND-MBR-ID NOT = GC-MBR-ID
                       MOVE 'Y' TO VFX-195-RFND-EOF-FLAG
                   ELSE
                       PERFORM 280-ONE-REFUND
                       IF VFX-195-HIT
                           MOVE 'Y' TO VFX-195-RFND-EOF-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF NOT VFX-195-HIT
           EXIT PARAGRAPH
       END-IF.
       PERFORM 790-FROM-CREDIT.
       SET GCR-AFTER-REFUND TO TRUE.
       STRING "REFUNDED " DELIMITED BY SIZE
           RFND-VML-ID DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           RFND-DATE DELIMITED BY SIZE
           " FIRST" DELIMITED BY SIZE
           INTO GCR-DETAIL.
       PERFORM 800-QUEUE-FINDING.
      *-----------------------------------------------------------------
       280-ONE-REFUND.
       IF RFND-OPERATOR-ID NOT = GC-OPERATOR-ID
               OR RFND-DATE = SPACES
               OR RFND-DATE > GC-ISSUE-DATE
           EXIT PARAGRAPH
       END-IF.
       IF GC-VML-ID NOT = SPACES
           IF RFND-VML-ID = GC-VML-ID
               MOVE 'Y' TO VFX-195-HIT-FLAG
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE RFND-DATE TO VFX-195-DATE-NUM.
       COMPUTE VFX-195-OTHER-INT =
           FUNCTION INTEGER-OF-DATE(VFX-195-DATE-NUM).
       COMPUTE VFX-195-GAP-DAYS =
           VFX-195-ISSUE-INT - VFX-195-OTHER-INT.
       IF VFX-195-GAP-DAYS NOT > VFX-195-RFND-DAYS
           MOVE 'Y' TO VFX-195-HIT-FLAG
       END-IF.
      ******************************************************************
      *400-WALK-DRAWDOWNS reads the purchase history for sales that
      *drew on a credit. A high-priced title bought with a member
      *credit from this month within VFX-195-DRAW-DAYS of its issue
      *is flagged once per credit.
       400-WALK-DRAWDOWNS.
       MOVE 'N' TO VFX-195-EOF-FLAG.
       MOVE LOW-VALUES TO PUR-KEY.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-195-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-195-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-195-EOF-FLAG
               NOT AT END
                   IF PUR-GC-NBR NOT = SPACES
                           AND PUR-CREDIT-APPLIED > ZERO
                           AND PUR-PRICE NOT < VFX-195-HIGH-PRICE
                           AND PUR-DATE(1:6) NOT < VFX-195-MONTH
                       PERFORM 410-ONE-DRAWDOWN
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       410-ONE-DRAWDOWN.
       MOVE PUR-GC-NBR TO GC-CARD-NBR.
       READ VFX-GC-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF GC-MBR-ID = ZERO
               OR GC-ISSUE-DATE(1:6) NOT = VFX-195-MONTH
           EXIT PARAGRAPH
       END-IF.
       PERFORM 210-FIND-OPER.
       IF VFX-195-FOUND-X = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE GC-ISSUE-DATE TO VFX-195-DATE-NUM.
       COMPUTE VFX-195-ISSUE-INT =
           FUNCTION INTEGER-OF-DATE(VFX-195-DATE-NUM).
       MOVE PUR-DATE TO VFX-195-DATE-NUM.
       COMPUTE VFX-195-OTHER-INT =
           FUNCTION INTEGER-OF-DATE(VFX-195-DATE-NUM).
       COMPUTE VFX-195-GAP-DAYS =
           VFX-195-OTHER-INT - VFX-195-ISSUE-INT.
       IF VFX-195-GAP-DAYS < ZERO
               OR VFX-195-GAP-DAYS > VFX-195-DRAW-DAYS
           EXIT PARAGRAPH
       END-IF.
       PERFORM 790-FROM-CREDIT.
       SET GCR-QUICK-DRAW TO TRUE.
       MOVE PUR-PRICE TO VFX-195-PRICE-ED.
       STRING "SPENT " DELIMITED BY SIZE
           PUR-DATE DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           PUR-VML-ID DELIMITED BY SIZE
           " PRICED " DELIMITED BY SIZE
           VFX-195-PRICE-ED DELIMITED BY SIZE
           INTO GCR-DETAIL.
       PERFORM 800-QUEUE-FINDING.
      ******************************************************************
      *500-CHECK-VOLUME sets each issuer's credit dollars against the
      *average of the other issuers; it takes at least two issuers
      *to have peers at all.
       500-CHECK-VOLUME.
       MOVE ZERO TO VFX-195-ISSUERS.
       MOVE ZERO TO VFX-195-TOTAL-AMT.
       PERFORM VARYING VFX-195-OX FROM 1 BY 1
               UNTIL VFX-195-OX > VFX-195-OPER-COUNT
           IF VFX-195-O-CREDITS(VFX-195-OX) > ZERO
               ADD 1 TO VFX-195-ISSUERS
               ADD VFX-195-O-AMOUNT(VFX-195-OX) TO VFX-195-TOTAL-AMT
           END-IF
       END-PERFORM.
       IF VFX-195-ISSUERS < 2
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING VFX-195-OX FROM 1 BY 1
               UNTIL VFX-195-OX > VFX-195-OPER-COUNT
           IF VFX-195-O-CREDITS(VFX-195-OX) > ZERO
               PERFORM 510-ONE-ISSUER
           END-IF
       END-PERFORM.
      *-----------------------------------------------------------------
       510-ONE-ISSUER.
       COMPUTE VFX-195-PEER-AVG ROUNDED =
           (VFX-195-TOTAL-AMT - VFX-195-O-AMOUNT(VFX-195-OX))
               / (VFX-195-ISSUERS - 1).
       COMPUTE VFX-195-PEER-LIMIT =
           VFX-195-PEER-AVG * VFX-195-VOL-FACTOR.
       IF VFX-195-O-AMOUNT(VFX-195-OX) NOT > VFX-195-PEER-LIMIT
           EXIT PARAGRAPH
       END-IF.
       INITIALIZE GCR-REC.
       SET GCR-VOLUME TO TRUE.
       MOVE VFX-195-O-ID(VFX-195-OX)     TO GCR-SUBJECT.
       MOVE VFX-195-O-ID(VFX-195-OX)     TO GCR-OPERATOR-ID.
       MOVE VFX-195-O-AMOUNT(VFX-195-OX) TO GCR-AMOUNT.
       MOVE VFX-195-O-CREDITS(VFX-195-OX) TO VFX-195-CNT-ED.
       MOVE VFX-195-PEER-AVG TO VFX-195-AMT-ED.
       STRING VFX-195-CNT-ED DELIMITED BY SIZE
           " CREDITS, PEER AVG " DELIMITED BY SIZE
           VFX-195-AMT-ED DELIMITED BY SIZE
           INTO GCR-DETAIL.
       PERFORM 800-QUEUE-FINDING.
      ******************************************************************
       700-PRINT-TOTALS.
       MOVE SPACES TO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE VFX-195-CREDIT-COUNT TO VFX-195-CNT-ED.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING "OPERATOR CREDITS REVIEWED   " DELIMITED BY SIZE
           VFX-195-CNT-ED DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE VFX-195-FLAG-COUNT TO VFX-195-CNT-ED.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING "FINDINGS                    " DELIMITED BY SIZE
           VFX-195-CNT-ED DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE VFX-195-NEW-COUNT TO VFX-195-CNT-ED.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING "NEWLY QUEUED FOR REVIEW     " DELIMITED BY SIZE
           VFX-195-CNT-ED DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
      ******************************************************************
      *790-FROM-CREDIT starts a finding about the credit in GC-REC.
       790-FROM-CREDIT.
       INITIALIZE GCR-REC.
       MOVE GC-CARD-NBR    TO GCR-SUBJECT.
       MOVE GC-OPERATOR-ID TO GCR-OPERATOR-ID.
       MOVE GC-MBR-ID      TO GCR-MBR-ID.
       MOVE GC-ORIG-AMT    TO GCR-AMOUNT.
       MOVE GC-ISSUE-DATE  TO GCR-ISSUE-DATE.
      ******************************************************************
      *800-QUEUE-FINDING puts the finding the caller built on the
      *review list, open. One already there from an earlier run of
      *the month is left as it stands and reported with its status.
       800-QUEUE-FINDING.
       ADD 1 TO VFX-195-FLAG-COUNT.
       MOVE VFX-195-MONTH TO GCR-MONTH.
       SET GCR-OPEN TO TRUE.
       MOVE WS-TSTAMP(1:8) TO GCR-QUEUE-DATE.
       MOVE SPACES TO GCR-DEC-OPER GCR-DEC-DATE GCR-DEC-NOTE.
       WRITE GCR-REC
           INVALID KEY
               READ VFX-GCR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           NOT INVALID KEY
               ADD 1 TO VFX-195-NEW-COUNT
       END-WRITE.
       PERFORM 810-PRINT-FINDING.
      *-----------------------------------------------------------------
       810-PRINT-FINDING.
       EVALUATE TRUE
           WHEN GCR-CONTACT-MATCH
               MOVE "CONTACT MATCH"  TO VFX-195-FLAG-DESC
           WHEN GCR-QUICK-DRAW
               MOVE "QUICK DRAWDOWN" TO VFX-195-FLAG-DESC
           WHEN GCR-AFTER-REFUND
               MOVE "PAID TWICE"     TO VFX-195-FLAG-DESC
           WHEN OTHER
               MOVE "HIGH VOLUME"    TO VFX-195-FLAG-DESC
       END-EVALUATE.
       EVALUATE TRUE
           WHEN GCR-CLEARED
               MOVE "CLEARED"   TO VFX-195-ROW-STATUS
           WHEN GCR-CONFIRMED
               MOVE "CONFIRMED" TO VFX-195-ROW-STATUS
           WHEN OTHER
               MOVE "OPEN"      TO VFX-195-ROW-STATUS
       END-EVALUATE.
       IF GCR-MBR-ID = ZERO
           MOVE SPACES TO VFX-195-MBR-TXT
       ELSE
           MOVE GCR-MBR-ID TO VFX-195-MBR-TXT
       END-IF.
       MOVE GCR-AMOUNT TO VFX-195-AMT-ED.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING VFX-195-FLAG-DESC DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GCR-SUBJECT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GCR-OPERATOR-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-195-MBR-TXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-195-AMT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GCR-ISSUE-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-195-ROW-STATUS DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
       MOVE SPACES TO GCR-RPT-LINE.
       STRING "                 " DELIMITED BY SIZE
           GCR-DETAIL DELIMITED BY SIZE
           INTO GCR-RPT-LINE.
       WRITE GCR-RPT-LINE.
