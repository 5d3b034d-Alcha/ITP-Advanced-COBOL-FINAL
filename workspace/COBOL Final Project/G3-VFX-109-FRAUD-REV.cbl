      *          and zip-tax path a live sale takes, so the rollup
      *          totals stay honest - or rejects it. Either way the
      *          row keeps the decision, the date and the id that
      *          made it. Accounts the nightly takeover scan held
      *          come through the same queue; releasing one, once
      *          the member has verified the changes, lifts the
      *          purchase block.
      ******************************************************************
       PROGRAM-ID. G3-VFX-109-FRAUD-REV.
      ******************************************************************
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-DAYJ.
       COPY SELECT-VFX-MBR-AUDIT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-JOB-LOG.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-DAYJ.
       COPY FD-VFX-MBR-AUDIT.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
                   "FRAUD HOLD QUEUE"
           GOBACK
       END-IF.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VFX-FHOLD-FILE.
       OPEN I-O VFX-PUR-FILE.
       OPEN INPUT ZIP-MST-OUT.
       OPEN INPUT VFX-TAX-FILE.
       OPEN I-O VM-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       OPEN EXTEND VFX-DAYJ-TXT.
       CLOSE VM-FILE.
       CLOSE VFX-JRNL-FILE.
       CLOSE VFX-DAYJ-TXT.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
       END-IF.
      ******************************************************************
       200-REVIEW-ONE.
       IF FHOLD-VML-ID = "TAKEOVER"
           PERFORM 250-REVIEW-TAKEOVER
           EXIT PARAGRAPH
       END-IF.
       MOVE FHOLD-NET-PRICE TO VFX-109-PRICE-ED.
       DISPLAY "HELD: MEMBER " FHOLD-MBR-ID
               "  TITLE " FHOLD-TITLE.
               CONTINUE
       END-EVALUATE.
      ******************************************************************
      *250-REVIEW-TAKEOVER shows an account G3-VFX-215-ATO-SCAN held.
      *There is no sale to write or reject; the account stays held
      *until the member has answered the verification notice or the
      *rep has put the owner's details back, and then it is released.
       250-REVIEW-TAKEOVER.
       MOVE FHOLD-NET-PRICE TO VFX-109-PRICE-ED.
       DISPLAY "ACCOUNT HELD: MEMBER " FHOLD-MBR-ID
               "  SUSPECTED TAKEOVER ON " FHOLD-DATE.
       DISPLAY "      SIGNALS: " FHOLD-TITLE.
       DISPLAY "      SPENT SINCE THE CHANGES " VFX-109-PRICE-ED.
       DISPLAY "'R' RELEASE - MEMBER VERIFIED, ANY OTHER KEY LEAVES "
               "THE ACCOUNT HELD: ".
       ACCEPT VFX-109-RESP.
       IF VFX-109-RESP = 'R' OR VFX-109-RESP = 'r'
           PERFORM 260-RELEASE-TAKEOVER
       END-IF.
      ******************************************************************
      *260-RELEASE-TAKEOVER lifts the member's purchase block, with
      *the change journaled and on the member audit log under the
      *supervisor's id, and marks the row released.
       260-RELEASE-TAKEOVER.
       MOVE FHOLD-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               DISPLAY "MEMBER NOT ON FILE - ROW LEFT HELD"
               EXIT PARAGRAPH
       END-READ.
       IF VM-TAKEOVER-HOLD
           MOVE VM-REC TO WS-JRNL-BEFORE
           MOVE SPACES TO VM-ATO-HOLD
           REWRITE VM-REC
           MOVE "VMFILE" TO JRNL-FILE-NAME
           MOVE 'R'      TO JRNL-ACTION
           MOVE VM-REC   TO JRNL-DATA
           PERFORM 980-WRITE-JRNL
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP
           MOVE WS-TSTAMP      TO MAUD-TSTAMP
           MOVE VM-ID-KEY      TO MAUD-MBR-ID
           MOVE "ATOHOLD"      TO MAUD-FIELD
           MOVE "Y"            TO MAUD-OLD-VALUE
           MOVE SPACES         TO MAUD-NEW-VALUE
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID
           PERFORM 970-SEAL-MAUD
           WRITE MAUD-REC
       END-IF.
       SET FHOLD-RELEASED TO TRUE.
       MOVE WS-BUS-DATE TO FHOLD-WORK-DATE.
       MOVE WS-OPERATOR-ID TO FHOLD-OPERATOR-ID.
       REWRITE FHOLD-REC.
       ADD 1 TO VFX-109-REL-COUNT.
       DISPLAY "RELEASED - PURCHASES UNBLOCKED".
      ******************************************************************
      *300-RELEASE-HOLD writes the purchase the screen would have
      *written: next PUR-SEQ off the prior-purchase scan, tax off
      *the member's zip as it stands now. The release never draws a
      ******************************************************************
      *980-WRITE-JRNL appends one after-image line for forward
      *recovery; callers set the file name, action and record image
      *first, and for a REWRITE or DELETE save the record as read
      *in WS-JRNL-BEFORE so the change can be backed out.
       980-WRITE-JRNL.
       MOVE FUNCTION CURRENT-DATE TO JRNL-TSTAMP.
       MOVE VFX-M-PROG            TO JRNL-PROGRAM.
       IF JRNL-WRITE
           MOVE SPACES            TO JRNL-BEFORE
       ELSE
           MOVE WS-JRNL-BEFORE    TO JRNL-BEFORE
       END-IF.
       WRITE JRNL-REC.
       MOVE SPACES TO WS-JRNL-BEFORE.
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
