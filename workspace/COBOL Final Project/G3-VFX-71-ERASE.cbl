      *          the revenue the reports need survives with no
      *          member attached), and prints a certificate listing
      *          every file touched with record counts, date and
      *          operator. Requires supervisor authority, and is
      *          refused for a member under legal hold.
      ******************************************************************
       PROGRAM-ID. G3-VFX-71-ERASE.
      ******************************************************************
           INVALID KEY
               DISPLAY "MEMBER NOT FOUND"
           NOT INVALID KEY
      *A member under legal hold cannot be erased - the hold exists
      *precisely so the records survive until counsel lifts it.
               IF VM-ON-LEGAL-HOLD
                   DISPLAY "MEMBER IS UNDER LEGAL HOLD - ERASURE "
                           "REFUSED"
               ELSE
                   DISPLAY "ERASE ALL PERSONAL DATA FOR " VM-FNAME
                           " " VM-LNAME-KEY
                           " - THIS CANNOT BE UNDONE."
                   DISPLAY "PROCEED? (Y/N): "
                   ACCEPT VFX-71-RESP
                   IF VFX-71-RESP = 'Y' OR 'y'
                       PERFORM 200-SCRUB-MEMBER
                       PERFORM 300-DELETE-CC-SEC
                       PERFORM 400-DELETE-WISHES
                       PERFORM 450-DELETE-VIEWS
                       PERFORM 500-ANONYMIZE-PURCHASES
                       PERFORM 550-PURGE-AUDIT-LINES
                       PERFORM 600-PRINT-CERTIFICATE
                       DISPLAY "ERASURE COMPLETE - CERTIFICATE "
                               "PRINTED"
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
      *old addresses, phones and emails, so leaving the log intact
      *would keep the very PII 200-SCRUB-MEMBER just erased. The
      *sequential log is rewritten through a scratch file, the
      *standard two-pass copy, with a re-seal marker standing in for
      *each run of lines taken out.
       550-PURGE-AUDIT-LINES.
       MOVE ZERO TO VFX-71-AUD-COUNT.
       MOVE 'N' TO VFX-71-AUD-EOF-FLAG.
           MOVE 'Y' TO VFX-71-AUD-EOF-FLAG
       END-IF.
       OPEN OUTPUT VFX-MBR-AUDIT-WRK.
       MOVE 'N'            TO VFX-AUD-RUN-FLAG.
       MOVE ZERO           TO VFX-AUD-OUT-PREV.
       MOVE WS-OPERATOR-ID TO VFX-AUD-RESEAL-OPER.
       PERFORM UNTIL VFX-71-AUD-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
               NOT AT END
                   IF MAUD-MBR-ID = VFX-71-MBR-ID
                       ADD 1 TO VFX-71-AUD-COUNT
                       PERFORM 977-NOTE-REMOVED-MAUD
                   ELSE
                       IF VFX-AUD-RUN-OPEN
                           PERFORM 560-WRITE-RESEAL
                       END-IF
                       PERFORM 978-NOTE-KEPT-MAUD
                       MOVE MAUD-REC TO MAUD-WRK-REC
                       WRITE MAUD-WRK-REC
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-AUD-RUN-OPEN
           PERFORM 560-WRITE-RESEAL
       END-IF.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VFX-MBR-AUDIT-WRK.
       MOVE 'N' TO VFX-71-AUD-EOF-FLAG.
       CLOSE VFX-MBR-AUDIT-WRK.
       CLOSE VFX-MBR-AUDIT-FILE.
      ******************************************************************
      *560-WRITE-RESEAL puts a re-seal marker into the work file where
      *the member's run of lines came out, so the rest of the log
      *still verifies. The line in hand is set aside meanwhile.
       560-WRITE-RESEAL.
       MOVE MAUD-REC TO VFX-AUD-SAVE-LINE.
       PERFORM 979-BUILD-RESEAL-MAUD.
       MOVE MAUD-REC TO MAUD-WRK-REC.
       WRITE MAUD-WRK-REC.
       MOVE VFX-AUD-SAVE-LINE TO MAUD-REC.
      ******************************************************************
      *500-ANONYMIZE-PURCHASES re-keys the member's purchases to the
      *reserved anonymous id, renumbering sequences into that id's
      *series, so the revenue and genre figures in the reports are
           VFX-71-AUD-COUNT DELIMITED BY SIZE
           INTO ERASE-CERT-LINE.
       WRITE ERASE-CERT-LINE.
      ******************************************************************
      *977-NOTE-REMOVED-MAUD is performed for each member audit line
      *a sanctioned removal drops. A sealed line opens or extends the
      *current removal run; a line from before chaining began has no
      *place in the chain and is simply dropped.
       977-NOTE-REMOVED-MAUD.
       IF MAUD-SEQ IS NUMERIC AND MAUD-CHECK IS NUMERIC
           IF NOT VFX-AUD-RUN-OPEN
               MOVE MAUD-SEQ TO VFX-AUD-RANGE-LO
               SET VFX-AUD-RUN-OPEN TO TRUE
           END-IF
           MOVE MAUD-SEQ   TO VFX-AUD-RANGE-HI
           MOVE MAUD-CHECK TO VFX-AUD-LINK-CHK
       END-IF.
      ******************************************************************
      *978-NOTE-KEPT-MAUD is performed for each member audit line the
      *removal keeps, once any run ahead of it is closed. The output
      *chain moves on from the line's check value - or, for a re-seal
      *marker, from the check value it carries across its gap.
       978-NOTE-KEPT-MAUD.
       IF MAUD-FIELD = VFX-AUD-RESEAL-FIELD
           MOVE MAUD-NEW-VALUE   TO VFX-AUD-RESEAL-LINK
           MOVE VFX-AUD-LINK-CHK TO VFX-AUD-OUT-PREV
       ELSE
           IF MAUD-SEQ IS NUMERIC AND MAUD-CHECK IS NUMERIC
               MOVE MAUD-CHECK TO VFX-AUD-OUT-PREV
           END-IF
       END-IF.
      ******************************************************************
      *979-BUILD-RESEAL-MAUD closes the open removal run by building
      *a re-seal marker in MAUD-REC for the caller to write where the
      *run was: the sequence range removed and the check value of its
      *last line, so the verifier can bridge the gap. The marker is
      *itself chained from the line before it.
       979-BUILD-RESEAL-MAUD.
       MOVE SPACES TO MAUD-REC.
       MOVE FUNCTION CURRENT-DATE  TO WS-TSTAMP.
       MOVE WS-TSTAMP              TO MAUD-TSTAMP.
       MOVE ZERO                   TO MAUD-MBR-ID.
       MOVE VFX-AUD-RESEAL-FIELD   TO MAUD-FIELD.
       MOVE VFX-AUD-RESEAL-RANGE   TO MAUD-OLD-VALUE.
       MOVE VFX-AUD-RESEAL-LINK    TO MAUD-NEW-VALUE.
       MOVE VFX-AUD-RESEAL-OPER    TO MAUD-OPERATOR-ID.
       MOVE ZERO                   TO MAUD-SEQ.
       MOVE ZERO                   TO MAUD-CHECK.
       MOVE MAUD-REC               TO VFX-AUD-LINE.
       MOVE VFX-AUD-OUT-PREV       TO VFX-AUD-PREV.
       PERFORM 976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-CHECK          TO MAUD-CHECK.
       MOVE VFX-AUD-LINK-CHK       TO VFX-AUD-OUT-PREV.
       MOVE 'N'                    TO VFX-AUD-RUN-FLAG.
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
