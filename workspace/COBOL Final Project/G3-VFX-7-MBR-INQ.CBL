       COPY SELECT-VFX-PROF.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-CXR.
       COPY SELECT-VFX-CXO.
       COPY SELECT-VFX-GC.
       COPY SELECT-VFX-DEV.
       COPY SELECT-VFX-CASE.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-RFND.
      *-----------------------------------------------------------------
       data division.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PROF.
       COPY FD-VFX-CONT.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CONS.
       COPY FD-VFX-OPER.
       COPY FD-VFX-JRNL.
       COPY FD-CTL-NBR.
       COPY FD-VFX-CXR.
       COPY FD-VFX-CXO.
       COPY FD-VFX-GC.
       COPY FD-VFX-DEV.
       COPY FD-VFX-CASE.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-RFND.
       
       working-storage section.
       COPY WS-VFX.
           OPEN I-O    VFX-PROF-FILE.
           OPEN I-O    VFX-CONT-FILE.
           OPEN I-O    VFX-CC-SEC-FILE.
           OPEN I-O    VFX-CONS-FILE.
           OPEN I-O    CTL-NBR-FILE.
           OPEN INPUT  VFX-CXR-FILE.
           OPEN I-O    VFX-CXO-FILE.
           OPEN I-O    VFX-GC-FILE.
           OPEN I-O    VFX-DEV-FILE.
           OPEN I-O    VFX-CASE-FILE.
           OPEN INPUT  VFX-CCKEY-FILE.
           OPEN I-O    VFX-BILL-HIST-FILE.
           OPEN I-O    VFX-RFND-FILE.
      *The contact log dates from the calendar clock here - the
      *statement goes out the day the rep prints it.
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   VFX-PROF-FILE
                   VFX-CONT-FILE
                   VFX-CC-SEC-FILE
                   VFX-CONS-FILE
                   VFX-JRNL-FILE
                   CTL-NBR-FILE
                   VFX-CXR-FILE
                   VFX-CXO-FILE
                   VFX-GC-FILE
                   VFX-DEV-FILE
                   VFX-CASE-FILE
                   VFX-CCKEY-FILE
                   VFX-BILL-HIST-FILE
                   VFX-RFND-FILE
                   JOB-LOG-FILE.
           EXIT PROGRAM.
           STOP RUN.
                           MOVE ZIP-STATEO  TO              VFX-7-STATE
                   END-READ
                   MOVE SPACES TO VFX-7-CC-EXP
                   MOVE SPACES TO VFX-7-ALT-MASK VFX-7-ALT-EXP
                   MOVE VM-ID-KEY TO CC-SEC-MBR-ID
                   READ VFX-CC-SEC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CC-SEC-EXP-YM TO VFX-7-CC-EXP
                           IF CC-SEC-ALT-FULL NOT = SPACES
                               MOVE CC-SEC-ALT-MASK   TO VFX-7-ALT-MASK
                               MOVE CC-SEC-ALT-EXP-YM TO VFX-7-ALT-EXP
                           END-IF
                   END-READ
                   PERFORM 606-READ-CONSENT
                   MOVE VM-REC TO VFX-7-SNAP-REC
                   DISPLAY MBRSCREEN
                   ACCEPT MBRSCREEN
                   IF WS-RESP = 'C' OR 'c'
                       PERFORM 620-CANCEL-MBR
                   END-IF
                   IF WS-RESP = 'V' OR 'v'
                       PERFORM 670-PAUSE-MBR
                   END-IF
                   IF WS-RESP = 'S' OR 's'
                       PERFORM 630-STATEMENT
                   END-IF
                   IF WS-RESP = 'H' OR 'h'
                       PERFORM 720-CONTACT-HIST
                   END-IF
                   IF WS-RESP = 'D' OR 'd'
                       PERFORM 730-DEVICES
                   END-IF
                   IF WS-RESP = 'K' OR 'k'
                       PERFORM 740-SVC-CASES
                   END-IF
                   MOVE SPACES TO WS-RESP.
      *-----------------------------------------------------------------
      *606-READ-CONSENT picks up the member's marketing and service
      *choices for the detail and edit screens. No consent row means
      *the member never opted out of either.
       606-READ-CONSENT.
           MOVE VM-ID-KEY TO CONS-MBR-ID.
           READ VFX-CONS-FILE
               INVALID KEY
                   MOVE "Y"    TO VFX-7-MKT-CONS VFX-7-SVC-CONS
                   MOVE SPACES TO VFX-7-MKT-DATE VFX-7-MKT-SRC
                                  VFX-7-SVC-DATE VFX-7-SVC-SRC
               NOT INVALID KEY
                   MOVE CONS-MKT-FLAG   TO VFX-7-MKT-CONS
                   MOVE CONS-MKT-DATE   TO VFX-7-MKT-DATE
                   MOVE CONS-MKT-SOURCE TO VFX-7-MKT-SRC
                   MOVE CONS-SVC-FLAG   TO VFX-7-SVC-CONS
                   MOVE CONS-SVC-DATE   TO VFX-7-SVC-DATE
                   MOVE CONS-SVC-SOURCE TO VFX-7-SVC-SRC
           END-READ.
      *-----------------------------------------------------------------
      *610-EDIT-MBR lets the operator fix a wrong address/zip/phone/
      *email from the detail screen instead of there being no edit path
      *at all; VM-REC is already positioned on the record just viewed.
           MOVE VM-PLAN-CODE TO VFX-7-ORIG-EDIT-PLAN.
           MOVE VM-MAX-RATING TO VFX-7-ORIG-EDIT-MAXRATE.
           MOVE VFX-7-CC-EXP TO VFX-7-ORIG-EDIT-CC-EXP.
           MOVE VFX-7-ALT-EXP TO VFX-7-ORIG-ALT-EXP.
           MOVE SPACES TO VFX-7-ALT-NEW.
           MOVE SPACES TO VFX-7-ALT-DROP.
           MOVE VFX-7-MKT-CONS TO VFX-7-ORIG-MKT-CONS.
           MOVE VFX-7-SVC-CONS TO VFX-7-ORIG-SVC-CONS.
           IF VM-BILL-FREQ = SPACE
               MOVE "M" TO VM-BILL-FREQ
           END-IF.
           MOVE VM-BILL-FREQ TO VFX-7-ORIG-EDIT-FREQ.
           MOVE VM-PAID-THRU TO VFX-7-ORIG-PAID-THRU.
           MOVE SPACES TO VFX-7-EDIT-RESP.
           MOVE SPACES TO VFX-7-EDIT-MSG.
           PERFORM UNTIL VFX-7-EDIT-RESP NOT = 'Y' AND
                       IF VM-EMAIL-KEY NOT = VFX-7-ORIG-EDIT-EMAIL
                           MOVE SPACES TO VM-EMAIL-FLAG
                       END-IF
                       IF VM-BILL-FREQ NOT = VFX-7-ORIG-EDIT-FREQ
                           PERFORM 611-CHANGE-FREQ
                       END-IF
                       MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID
                       PERFORM 618-GUARDED-REWRITE
                       MOVE 'N' TO VFX-7-EDIT-RESP
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *611-CHANGE-FREQ starts a member switching to annual billing on
      *a fresh term. If this cycle was already charged monthly the
      *year begins next cycle - the member is paid through the end
      *of this month - otherwise this cycle's extract carries the
      *annual charge. Only a charge that came back paid counts - a
      *declined or errored cycle was never paid for and does not
      *push the year out. A switch back to monthly keeps the paid-
      *through date, so the rest of a prepaid year stays covered.
       611-CHANGE-FREQ.
           IF NOT VM-BILL-ANNUAL
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO VM-RENEW-NOTICE.
           MOVE VM-ID-KEY TO BH-MBR-ID.
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE INTO BH-CYCLE.
           READ VFX-BILL-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BH-PAID
                       MOVE BH-CYCLE TO VFX-ANN-CYCLE
                       MOVE 1 TO VFX-ANN-SPAN
                       PERFORM 955-ANN-MONTH-END
                       IF VM-PAID-THRU = SPACES
                               OR VM-PAID-THRU < VFX-ANN-THRU
                           MOVE VFX-ANN-THRU TO VM-PAID-THRU
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *616-AUDIT-CHANGES appends one VFX-MBR-AUDIT-FILE line per
      *field the edit actually changed, old and new value plus the
      *operator, the same discipline G3-VISA-MER-EDIT's 340-AUDIT-LOG
               MOVE VM-MAX-RATING TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
           END-IF.
           IF VM-BILL-FREQ NOT = VFX-7-ORIG-EDIT-FREQ
               MOVE "BILLFREQ" TO MAUD-FIELD
               MOVE VFX-7-ORIG-EDIT-FREQ TO MAUD-OLD-VALUE
               MOVE VM-BILL-FREQ TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
           END-IF.
           IF VM-PAID-THRU NOT = VFX-7-ORIG-PAID-THRU
               MOVE "PAIDTHRU" TO MAUD-FIELD
               MOVE VFX-7-ORIG-PAID-THRU TO MAUD-OLD-VALUE
               MOVE VM-PAID-THRU TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
           END-IF.
           IF VFX-7-CC-EXP NOT = VFX-7-ORIG-EDIT-CC-EXP
               MOVE VM-ID-KEY TO CC-SEC-MBR-ID
               READ VFX-CC-SEC-FILE
                       PERFORM 617-WRITE-AUDIT-REC
               END-READ
           END-IF.
           IF VFX-7-ALT-DROP = "Y" OR VFX-7-ALT-NEW NOT = SPACES
                   OR VFX-7-ALT-EXP NOT = VFX-7-ORIG-ALT-EXP
               PERFORM 613-SAVE-BACKUP
           END-IF.
      *-----------------------------------------------------------------
      *613-SAVE-BACKUP files the backup card change on the secured-card
      *record: removed, replaced (encrypted under the current key, the
      *masked token rebuilt) or just a new expiry. The audit line
      *carries masked tokens only, as the card swap in
      *G3-VFX-121-ACCT-UPD does.
       613-SAVE-BACKUP.
           MOVE VM-ID-KEY TO CC-SEC-MBR-ID.
           READ VFX-CC-SEC-FILE
               INVALID KEY
                   DISPLAY "NO STORED CARD - BACKUP CARD NOT SAVED"
                   EXIT PARAGRAPH
           END-READ.
           IF VFX-7-ALT-DROP = "Y"
               MOVE SPACES TO CC-SEC-ALT-FULL CC-SEC-ALT-EXP-YM
                              CC-SEC-ALT-MASK
               MOVE ZERO   TO CC-SEC-ALT-KEY-VER
               REWRITE CC-SEC-REC
               MOVE "BACKUPCC"     TO MAUD-FIELD
               MOVE VFX-7-ALT-MASK TO MAUD-OLD-VALUE
               MOVE "REMOVED"      TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
               MOVE SPACES TO VFX-7-ALT-MASK VFX-7-ALT-EXP
               EXIT PARAGRAPH
           END-IF.
           IF VFX-7-ALT-NEW NOT = SPACES
               MOVE VFX-7-ALT-NEW TO VFX-PAN-CLEAR
               PERFORM 958-PAN-CURRENT-VER
               PERFORM 962-PAN-ENCRYPT
               MOVE VFX-PAN-CIPHER  TO CC-SEC-ALT-FULL
               MOVE VFX-PAN-KEY-VER TO CC-SEC-ALT-KEY-VER
               MOVE "************"  TO CC-SEC-ALT-MASK(1:12)
               MOVE VFX-7-ALT-NEW(13:4) TO CC-SEC-ALT-MASK(13:4)
           END-IF.
           MOVE VFX-7-ALT-EXP TO CC-SEC-ALT-EXP-YM.
           REWRITE CC-SEC-REC.
           IF VFX-7-ALT-NEW NOT = SPACES
               MOVE "BACKUPCC"      TO MAUD-FIELD
               MOVE VFX-7-ALT-MASK  TO MAUD-OLD-VALUE
               MOVE CC-SEC-ALT-MASK TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
               MOVE CC-SEC-ALT-MASK TO VFX-7-ALT-MASK
           END-IF.
           IF VFX-7-ALT-EXP NOT = VFX-7-ORIG-ALT-EXP
               MOVE "BACKUPEXP"        TO MAUD-FIELD
               MOVE VFX-7-ORIG-ALT-EXP TO MAUD-OLD-VALUE
               MOVE VFX-7-ALT-EXP      TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
           END-IF.
           MOVE SPACES TO VFX-7-ALT-NEW.
      *-----------------------------------------------------------------
       617-WRITE-AUDIT-REC.
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
           MOVE WS-TSTAMP TO MAUD-TSTAMP.
           MOVE VM-ID-KEY TO MAUD-MBR-ID.
           MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID.
           PERFORM 970-SEAL-MAUD.
           WRITE MAUD-REC.
      *-----------------------------------------------------------------
      *618-GUARDED-REWRITE protects the read-modify-rewrite against a
                   DISPLAY ERRORSCREEN
                   ACCEPT WS-RESP
               NOT INVALID KEY
                   IF VM-REC(1:206) = VFX-7-SNAP-REC(1:206)
                       MOVE VM-REC TO WS-JRNL-BEFORE
                       MOVE VFX-7-EDITED-REC TO VM-REC
                       REWRITE VM-REC
                           INVALID KEY
                               ACCEPT WS-RESP
                           NOT INVALID KEY
                               PERFORM 616-AUDIT-CHANGES
                               PERFORM 619-SAVE-CONSENT
                               MOVE "VMFILE" TO JRNL-FILE-NAME
                               MOVE 'R'      TO JRNL-ACTION
                               MOVE VM-REC   TO JRNL-DATA
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      *619-SAVE-CONSENT files a changed marketing or service choice
      *on the consent file, each stamped with today, the screen it
      *came through and the operator who keyed it, and leaves the
      *same before/after line on the member audit log the contact
      *fields get.
       619-SAVE-CONSENT.
           IF VFX-7-MKT-CONS = VFX-7-ORIG-MKT-CONS
                   AND VFX-7-SVC-CONS = VFX-7-ORIG-SVC-CONS
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ID-KEY TO CONS-MBR-ID.
           READ VFX-CONS-FILE
               INVALID KEY
                   MOVE VM-ID-KEY TO CONS-MBR-ID
                   MOVE "Y"    TO CONS-MKT-FLAG CONS-SVC-FLAG
                   MOVE SPACES TO CONS-MKT-DATE CONS-MKT-SOURCE
                                  CONS-SVC-DATE CONS-SVC-SOURCE
           END-READ.
           IF VFX-7-MKT-CONS NOT = VFX-7-ORIG-MKT-CONS
               MOVE VFX-7-MKT-CONS TO CONS-MKT-FLAG
               MOVE WS-BUS-DATE    TO CONS-MKT-DATE
               MOVE "MBRINQ"       TO CONS-MKT-SOURCE
               MOVE "MKTCONSENT"   TO MAUD-FIELD
               MOVE VFX-7-ORIG-MKT-CONS TO MAUD-OLD-VALUE
               MOVE VFX-7-MKT-CONS TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
               MOVE WS-BUS-DATE    TO VFX-7-MKT-DATE
               MOVE "MBRINQ"       TO VFX-7-MKT-SRC
           END-IF.
           IF VFX-7-SVC-CONS NOT = VFX-7-ORIG-SVC-CONS
               MOVE VFX-7-SVC-CONS TO CONS-SVC-FLAG
               MOVE WS-BUS-DATE    TO CONS-SVC-DATE
               MOVE "MBRINQ"       TO CONS-SVC-SOURCE
               MOVE "SVCCONSENT"   TO MAUD-FIELD
               MOVE VFX-7-ORIG-SVC-CONS TO MAUD-OLD-VALUE
               MOVE VFX-7-SVC-CONS TO MAUD-NEW-VALUE
               PERFORM 617-WRITE-AUDIT-REC
               MOVE WS-BUS-DATE    TO VFX-7-SVC-DATE
               MOVE "MBRINQ"       TO VFX-7-SVC-SRC
           END-IF.
           MOVE WS-OPERATOR-ID TO CONS-OPERATOR-ID.
           IF WS-CONS-STATUS = "00"
               REWRITE CONS-REC
           ELSE
               WRITE CONS-REC
           END-IF.
           MOVE VFX-7-MKT-CONS TO VFX-7-ORIG-MKT-CONS.
           MOVE VFX-7-SVC-CONS TO VFX-7-ORIG-SVC-CONS.
      *-----------------------------------------------------------------
      *655-OPEN-VM-SHARED retries the VM-FILE open on a contention
      *status instead of barreling on while another terminal holds
      *the file - the second-operator case.
                           VFX-7-EDIT-MSG
               END-READ
           END-IF.
      *Annual billing only on a plan that carries an annual rate.
           IF VFX-7-EDIT-MSG = SPACES
               INSPECT VM-BILL-FREQ CONVERTING "ma" TO "MA"
               IF VM-BILL-FREQ = SPACE
                   MOVE "M" TO VM-BILL-FREQ
               END-IF
               IF VM-BILL-FREQ NOT = "M" AND NOT = "A"
                   MOVE "BILLED M/A - M MONTHLY OR A ANNUAL"
                       TO VFX-7-EDIT-MSG
               ELSE
                   IF VM-BILL-ANNUAL AND PLAN-ANNUAL-RATE = ZERO
                       MOVE "PLAN HAS NO ANNUAL RATE - BILL MONTHLY"
                           TO VFX-7-EDIT-MSG
                   END-IF
               END-IF
           END-IF.
      *A retyped card expiry must be a believable YYYYMM before it
      *lands on the secured-card record.
           IF VFX-7-EDIT-MSG = SPACES
                   END-IF
               END-IF
           END-IF.
      *A new backup card gets the add screen's checks - digits, the
      *checksum, a real expiry - and may not be the member's own card
      *over again, compared in stored form under that card's key. An
      *expiry alone can only be changed on a backup already on file.
           IF VFX-7-EDIT-MSG = SPACES
               PERFORM 612-VALIDATE-BACKUP
           END-IF.
      *Blank stays blank - that's "no ceiling" - but anything typed
      *in must be a code the purchase screen's rating check knows.
           IF VFX-7-EDIT-MSG = SPACES
                   END-IF
               END-IF
           END-IF.
      *Consent is a plain yes or no; lower case is taken as typed.
           IF VFX-7-EDIT-MSG = SPACES
               INSPECT VFX-7-MKT-CONS CONVERTING "yn" TO "YN"
               INSPECT VFX-7-SVC-CONS CONVERTING "yn" TO "YN"
               IF (VFX-7-MKT-CONS NOT = "Y" AND NOT = "N")
                       OR (VFX-7-SVC-CONS NOT = "Y" AND NOT = "N")
                   MOVE "MARKETING/SERVICE CONSENT MUST BE Y OR N"
                       TO VFX-7-EDIT-MSG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       612-VALIDATE-BACKUP.
           INSPECT VFX-7-ALT-DROP CONVERTING "yn" TO "YN".
           IF VFX-7-ALT-DROP NOT = "Y"
               MOVE SPACES TO VFX-7-ALT-DROP
           END-IF.
           IF VFX-7-ALT-DROP = "Y"
               IF VFX-7-ALT-NEW NOT = SPACES
                   MOVE "ENTER A NEW BACKUP CARD OR REMOVE IT" TO
                       VFX-7-EDIT-MSG
               END-IF
               IF VFX-7-ALT-MASK = SPACES
                   MOVE "NO BACKUP CARD ON FILE TO REMOVE" TO
                       VFX-7-EDIT-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF VFX-7-ALT-NEW = SPACES
               IF VFX-7-ALT-EXP NOT = VFX-7-ORIG-ALT-EXP
                       AND VFX-7-ALT-MASK = SPACES
                   MOVE "NO BACKUP CARD ON FILE - ENTER THE CARD" TO
                       VFX-7-EDIT-MSG
                   EXIT PARAGRAPH
               END-IF
               IF VFX-7-ALT-EXP = VFX-7-ORIG-ALT-EXP
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF VFX-7-ALT-NEW NOT = SPACES
               IF VFX-7-ALT-NEW NOT NUMERIC
                   MOVE "INVALID BACKUP CARD - DIGITS ONLY" TO
                       VFX-7-EDIT-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE VFX-7-ALT-NEW TO VFX-1-LUHN-CC
               PERFORM 614-CC-CHECKSUM
               IF VFX-1-CC-FLAG NOT = 'Y'
                   MOVE "INVALID BACKUP CARD - FAILED CHECK" TO
                       VFX-7-EDIT-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE VM-ID-KEY TO CC-SEC-MBR-ID
               READ VFX-CC-SEC-FILE
                   INVALID KEY
                       MOVE "NO STORED CARD - BACKUP NOT ALLOWED" TO
                           VFX-7-EDIT-MSG
                       EXIT PARAGRAPH
               END-READ
               IF CC-SEC-KEY-VER NOT NUMERIC
                   MOVE ZERO TO CC-SEC-KEY-VER
               END-IF
               MOVE VFX-7-ALT-NEW  TO VFX-PAN-CLEAR
               MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
               PERFORM 962-PAN-ENCRYPT
               IF VFX-PAN-CIPHER = CC-SEC-CC-FULL
                   MOVE "BACKUP CARD IS THE SAME CARD" TO
                       VFX-7-EDIT-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF VFX-7-ALT-EXP NOT NUMERIC
               MOVE "INVALID BACKUP EXPIRY - USE YYYYMM" TO
                   VFX-7-EDIT-MSG
           ELSE
               MOVE VFX-7-ALT-EXP(5:2) TO VFX-CC-EXP-MM
               IF VFX-CC-EXP-MM < 1 OR VFX-CC-EXP-MM > 12
                   MOVE "INVALID BACKUP EXPIRY MONTH" TO
                       VFX-7-EDIT-MSG
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *614-CC-CHECKSUM is G3-VFX-1-ADD's Luhn check over the number
      *moved to VFX-1-LUHN-CC.
       614-CC-CHECKSUM.
           MOVE ZERO TO WS-CC-SUM.
           MOVE 'N' TO VFX-1-CC-FLAG.
           PERFORM VARYING WS-CC-IDX FROM 16 BY -1 UNTIL WS-CC-IDX < 1
               COMPUTE WS-CC-POS-FROM-RIGHT = 17 - WS-CC-IDX
               MOVE VFX-1-LUHN-CC(WS-CC-IDX:1) TO WS-CC-DIGIT
               IF FUNCTION MOD(WS-CC-POS-FROM-RIGHT, 2) = 0
                   COMPUTE WS-CC-DBL = WS-CC-DIGIT * 2
                   IF WS-CC-DBL > 9
                       SUBTRACT 9 FROM WS-CC-DBL
                   END-IF
                   ADD WS-CC-DBL TO WS-CC-SUM
               ELSE
                   ADD WS-CC-DIGIT TO WS-CC-SUM
               END-IF
           END-PERFORM.
           IF FUNCTION MOD(WS-CC-SUM, 10) = 0
               MOVE 'Y' TO VFX-1-CC-FLAG
           END-IF.
      *-----------------------------------------------------------------
      *620-CANCEL-MBR soft-deletes a membership by flipping VM-STATUS
      *to canceled instead of deleting VM-REC outright, so purchase
      *member simply stops showing up in 510-READ-PAGE's active browse.
      *620-CANCEL-MBR requires supervisor authority - a clerk can
      *inquire and fix contact data but not deactivate a membership.
      *The member must give a reason off the cancellation reason
      *table first, and the reason's save offer is put to them before
      *the cancel is confirmed. Either way the call is filed on
      *VFX-CXO-FILE as saved or lost; a cancel backed out of at the
      *confirm leaves no row.
       620-CANCEL-MBR.
           IF NOT WS-OPER-SUPERVISOR
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO CANCEL - "
                       "PRESS ENTER"
               ACCEPT WS-RESP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 621-CANCEL-REASON.
           IF VFX-7-CX-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO VFX-7-CX-SAVED-FLAG.
           PERFORM 623-PICK-OFFER.
           IF VFX-7-CX-OFFER NOT = 'N'
               MOVE SPACES TO VFX-7-EDIT-RESP
               DISPLAY CXOFFERSCREEN
               ACCEPT  CXOFFERSCREEN
               IF VFX-7-EDIT-RESP = 'Y' OR 'y'
                   PERFORM 624-APPLY-OFFER
               END-IF
           END-IF.
           IF VFX-7-CX-SAVED
               MOVE 'S' TO VFX-7-CX-OUTCOME
               PERFORM 628-WRITE-OUTCOME
               DISPLAY "MEMBER SAVED - MEMBERSHIP STAYS ACTIVE - "
                       "PRESS ENTER"
               ACCEPT WS-RESP
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VFX-7-EDIT-RESP.
           DISPLAY CANCELSCREEN.
           ACCEPT  CANCELSCREEN.
           IF VFX-7-EDIT-RESP = 'Y' OR 'y'
               MOVE VM-REC TO WS-JRNL-BEFORE
               MOVE VM-STATUS TO VFX-7-ORIG-EDIT-STATUS
               SET VM-CANCELED TO TRUE
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO VM-CANCEL-DATE
               PERFORM 627-ANNUAL-REFUND
               MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID
               REWRITE VM-REC
                   INVALID KEY
                       MOVE VFX-7-ORIG-EDIT-STATUS TO MAUD-OLD-VALUE
                       MOVE VM-STATUS TO MAUD-NEW-VALUE
                       PERFORM 617-WRITE-AUDIT-REC
                       IF VFX-7-RF-AMT > ZERO
                           PERFORM 629-POST-REFUND
                       END-IF
                       MOVE "VMFILE" TO JRNL-FILE-NAME
                       MOVE 'R'      TO JRNL-ACTION
                       MOVE VM-REC   TO JRNL-DATA
                       PERFORM 980-WRITE-JRNL
                       MOVE VM-REC   TO VFX-7-SNAP-REC
                       MOVE 'L' TO VFX-7-CX-OUTCOME
                       PERFORM 628-WRITE-OUTCOME
               END-REWRITE
           END-IF.
      *-----------------------------------------------------------------
      *627-ANNUAL-REFUND prices the unused part of a prepaid year for
      *a member canceling mid-term. The term's charge is found on the
      *billing history under the cycle it began (eleven months
      *before the paid-through month); each month of the term is
      *worth a twelfth of it, rounded, as the deferred revenue run
      *earns it, and the cancel month counts as used. The member is
      *left paid through the end of the cancel month. A charge not
      *paid, or already refunded, refunds nothing.
       627-ANNUAL-REFUND.
           MOVE ZERO TO VFX-7-RF-AMT.
           MOVE VM-PAID-THRU TO VFX-7-ORIG-PAID-THRU.
           IF VM-PAID-THRU = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF VM-PAID-THRU(1:6) NOT > VM-CANCEL-DATE(1:6)
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-PAID-THRU(1:6) TO VFX-ANN-CYCLE.
           COMPUTE VFX-ANN-MONTHS = VFX-ANN-CY-YEAR * 12
               + VFX-ANN-CY-MONTH - 1 - 11.
           DIVIDE VFX-ANN-MONTHS BY 12 GIVING VFX-ANN-END-YEAR
               REMAINDER VFX-ANN-END-MONTH.
           ADD 1 TO VFX-ANN-END-MONTH.
           MOVE VM-ID-KEY TO BH-MBR-ID.
           STRING VFX-ANN-END-YEAR VFX-ANN-END-MONTH
               DELIMITED BY SIZE INTO BH-CYCLE.
           READ VFX-BILL-HIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT BH-PAID OR NOT BH-ANNUAL OR BH-RFND-AMT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-CANCEL-DATE(1:6) TO VFX-ANN-CYCLE.
           COMPUTE VFX-7-RF-MONTHS = VFX-ANN-CY-YEAR * 12
               + VFX-ANN-CY-MONTH - 1 - VFX-ANN-MONTHS + 1.
           COMPUTE VFX-7-RF-CHARGED = FUNCTION NUMVAL(BH-AMOUNT).
           COMPUTE VFX-7-RF-SHARE ROUNDED = VFX-7-RF-CHARGED / 12.
           COMPUTE VFX-7-RF-AMT =
               VFX-7-RF-CHARGED - VFX-7-RF-SHARE * VFX-7-RF-MONTHS.
           IF VFX-7-RF-AMT NOT > ZERO
               MOVE ZERO TO VFX-7-RF-AMT
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO VFX-ANN-SPAN.
           PERFORM 955-ANN-MONTH-END.
           MOVE VFX-ANN-THRU TO VM-PAID-THRU.
      *-----------------------------------------------------------------
      *629-POST-REFUND records the refund against the term's billing
      *history row, once the cancel itself is on file, puts it on
      *the refund file to be paid, and leaves the shortened
      *paid-through date on the member audit log.
       629-POST-REFUND.
           READ VFX-BILL-HIST-FILE
               INVALID KEY
                   DISPLAY "BILLING HISTORY ROW GONE - REFUND NOT "
                           "RECORDED  CYCLE " BH-CYCLE
                   ACCEPT WS-RESP
                   EXIT PARAGRAPH
           END-READ.
           MOVE VFX-7-RF-AMT TO BH-RFND-AMT.
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO BH-RFND-DATE.
           REWRITE BH-REC.
           PERFORM 631-WRITE-PLAN-REFUND.
           MOVE "PAIDTHRU" TO MAUD-FIELD.
           MOVE VFX-7-ORIG-PAID-THRU TO MAUD-OLD-VALUE.
           MOVE VM-PAID-THRU TO MAUD-NEW-VALUE.
           PERFORM 617-WRITE-AUDIT-REC.
           MOVE VFX-7-RF-AMT TO VFX-7-RF-AMT-ED.
           DISPLAY "ANNUAL PLAN REFUND OF " VFX-7-RF-AMT-ED
                   " FOR " BH-CYCLE " TERM - PRESS ENTER".
           ACCEPT WS-RESP.
      *-----------------------------------------------------------------
      *631-WRITE-PLAN-REFUND writes the refund to VFX-RFND-FILE the
      *way G3-VFX-17-REFUND writes a sale's, so it is paid, receipted
      *and proven like any other. There is no title, so the movie id
      *carries the plan-refund marker; a member refunded a prepaid
      *year before has the sequence stepped past the earlier one.
       631-WRITE-PLAN-REFUND.
           MOVE VM-ID-KEY            TO RFND-MBR-ID.
           SET RFND-PLAN-REFUND      TO TRUE.
           MOVE 1                    TO RFND-SEQ.
           MOVE "ANNUAL PLAN REFUND" TO RFND-TITLE.
           MOVE VFX-7-RF-AMT         TO RFND-AMOUNT.
           MOVE ZERO                 TO RFND-TAX-PART.
           MOVE ZERO                 TO RFND-CREDIT-RESTORED.
           MOVE VFX-7-CX-REASON      TO RFND-REASON-CODE.
           MOVE WS-BUS-DATE          TO RFND-DATE.
           MOVE WS-OPERATOR-ID       TO RFND-OPERATOR-ID.
           WRITE RFND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM UNTIL WS-RFND-STATUS NOT = "22"
                   OR RFND-SEQ = 999
               ADD 1 TO RFND-SEQ
               WRITE RFND-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
           IF WS-RFND-STATUS NOT = "00"
               DISPLAY "REFUND NOT ON THE REFUND FILE - STATUS "
                       WS-RFND-STATUS " - PAY IT BY HAND"
               ACCEPT WS-RESP
           END-IF.
      *-----------------------------------------------------------------
      *621-CANCEL-REASON takes the reason code, showing the reasons
      *in use as a prompt. A blank code backs out of the cancel; a
      *code not on file or retired is refused and asked for again.
      *CXR-REC is left holding the chosen reason.
       621-CANCEL-REASON.
           PERFORM 622-LOAD-REASONS.
           MOVE 'N' TO VFX-7-CX-DONE-FLAG.
           PERFORM UNTIL VFX-7-CX-DONE
               MOVE SPACES TO VFX-7-CX-REASON
               DISPLAY CXREASONSCREEN
               ACCEPT  CXREASONSCREEN
               INSPECT VFX-7-CX-REASON CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF VFX-7-CX-REASON = SPACES
                   MOVE 'Y' TO VFX-7-CX-DONE-FLAG
               ELSE
                   MOVE VFX-7-CX-REASON TO CXR-CODE
                   READ VFX-CXR-FILE
                       INVALID KEY
                           MOVE "REASON CODE NOT ON FILE"
                               TO VFX-7-CX-MSG
                       NOT INVALID KEY
                           IF CXR-RETIRED
                               MOVE "REASON CODE IS RETIRED"
                                   TO VFX-7-CX-MSG
                           ELSE
                               MOVE 'Y' TO VFX-7-CX-DONE-FLAG
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *622-LOAD-REASONS strings the reasons in use into the one-line
      *prompt - code and a short description, as many as fit.
       622-LOAD-REASONS.
           MOVE SPACES TO VFX-7-CX-LIST.
           MOVE SPACES TO VFX-7-CX-MSG.
           MOVE 1 TO VFX-7-CX-LIST-PTR.
           MOVE 'N' TO VFX-7-CX-EOF-FLAG.
           MOVE LOW-VALUES TO CXR-CODE.
           START VFX-CXR-FILE KEY IS NOT LESS THAN CXR-CODE
               INVALID KEY
                   MOVE 'Y' TO VFX-7-CX-EOF-FLAG
           END-START.
           PERFORM UNTIL VFX-7-CX-EOF
               READ VFX-CXR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-7-CX-EOF-FLAG
                   NOT AT END
                       IF CXR-IN-USE AND VFX-7-CX-LIST-PTR NOT > 66
                           STRING CXR-CODE "=" CXR-DESC(1:9) " "
                               DELIMITED BY SIZE
                               INTO VFX-7-CX-LIST
                               WITH POINTER VFX-7-CX-LIST-PTR
                       END-IF
               END-READ
           END-PERFORM.
           IF VFX-7-CX-LIST = SPACES
               MOVE "NO CANCEL REASONS ON FILE - SEE SUPERVISOR"
                   TO VFX-7-CX-LIST
           END-IF.
      *-----------------------------------------------------------------
      *623-PICK-OFFER works out the save offer for the reason and the
      *member's plan. A downgrade goes to the next-cheaper plan; with
      *nothing cheaper it becomes the discounted month. A discounted
      *month that comes to nothing, a pause for a member who is not
      *active, or a plan not on file, leaves no offer to make. A
      *member still on a free trial has paid nothing to discount.
       623-PICK-OFFER.
           MOVE CXR-OFFER    TO VFX-7-CX-OFFER.
           MOVE CXR-DISC-PCT TO VFX-7-CX-DISC-PCT.
           MOVE ZERO   TO VFX-7-CX-RATE VFX-7-CX-AMT.
           MOVE SPACES TO VFX-7-CX-NEW-PLAN VFX-7-CX-GC-NBR
                          VFX-7-CX-OFFER-TXT.
           MOVE VM-PLAN-CODE TO PLAN-CODE.
           READ VFX-PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO VFX-7-CX-OFFER
               NOT INVALID KEY
                   MOVE PLAN-RATE TO VFX-7-CX-RATE
           END-READ.
           IF VFX-7-CX-OFFER = 'G'
               PERFORM 626-FIND-CHEAPER
               IF VFX-7-CX-NEW-PLAN = SPACES
                   MOVE 'D' TO VFX-7-CX-OFFER
               ELSE
                   MOVE VFX-7-CX-NEW-RATE TO VFX-7-CX-AMT
               END-IF
           END-IF.
           IF VFX-7-CX-OFFER = 'D'
               COMPUTE VFX-7-CX-AMT ROUNDED =
                   VFX-7-CX-RATE * VFX-7-CX-DISC-PCT / 100
               IF VFX-7-CX-AMT = ZERO OR VM-TRIAL
                   MOVE 'N' TO VFX-7-CX-OFFER
               END-IF
           END-IF.
           MOVE VFX-7-CX-AMT TO VFX-7-CX-AMT-ED.
           EVALUATE VFX-7-CX-OFFER
               WHEN 'D'
                   STRING "GOODWILL CREDIT OF " VFX-7-CX-AMT-ED
                       " - A MONTH AT A DISCOUNT" DELIMITED BY SIZE
                       INTO VFX-7-CX-OFFER-TXT
               WHEN 'G'
                   STRING "DOWNGRADE TO PLAN " VFX-7-CX-NEW-PLAN
                       " AT " VFX-7-CX-AMT-ED " A MONTH"
                       DELIMITED BY SIZE
                       INTO VFX-7-CX-OFFER-TXT
               WHEN 'P'
                   IF VM-ACTIVE
                       MOVE "PAUSE THE MEMBERSHIP INSTEAD OF CANCELING"
                           TO VFX-7-CX-OFFER-TXT
                   ELSE
                       MOVE 'N' TO VFX-7-CX-OFFER
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO VFX-7-CX-OFFER
           END-EVALUATE.
      *-----------------------------------------------------------------
      *624-APPLY-OFFER carries out an accepted offer. The member only
      *counts as saved once the credit, the plan change or the pause
      *is on file.
       624-APPLY-OFFER.
           EVALUATE VFX-7-CX-OFFER
               WHEN 'D'
                   PERFORM 625-ISSUE-CREDIT
               WHEN 'G'
                   MOVE VM-REC TO WS-JRNL-BEFORE
                   MOVE VM-PLAN-CODE TO VFX-7-ORIG-EDIT-PLAN
                   MOVE VFX-7-CX-NEW-PLAN TO VM-PLAN-CODE
                   MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID
                   REWRITE VM-REC
                       INVALID KEY
                           MOVE VFX-7-ORIG-EDIT-PLAN TO VM-PLAN-CODE
                           DISPLAY ERRORSCREEN
                           ACCEPT WS-RESP
                       NOT INVALID KEY
                           MOVE "PLAN" TO MAUD-FIELD
                           MOVE VFX-7-ORIG-EDIT-PLAN TO MAUD-OLD-VALUE
                           MOVE VM-PLAN-CODE TO MAUD-NEW-VALUE
                           PERFORM 617-WRITE-AUDIT-REC
                           MOVE "VMFILE" TO JRNL-FILE-NAME
                           MOVE 'R'      TO JRNL-ACTION
                           MOVE VM-REC   TO JRNL-DATA
                           PERFORM 980-WRITE-JRNL
                           MOVE VM-REC   TO VFX-7-SNAP-REC
                           MOVE 'Y' TO VFX-7-CX-SAVED-FLAG
                   END-REWRITE
               WHEN 'P'
                   PERFORM 672-TAKE-PAUSE
                   IF VFX-7-PZ-APPLIED
                       MOVE 'Y' TO VFX-7-CX-SAVED-FLAG
                   END-IF
           END-EVALUATE.
      *-----------------------------------------------------------------
      *625-ISSUE-CREDIT posts the discounted month as a goodwill
      *credit against this member, numbered off the same GIFTCARD
      *control row G3-VFX-41-GC-ISS uses.
       625-ISSUE-CREDIT.
           MOVE WS-CTL-GC-NAME TO CTL-NBR-NAME.
           READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
               INVALID KEY
                   MOVE 1 TO CTL-NBR-NEXT
                   WRITE CTL-NBR-REC
           END-READ.
           MOVE CTL-NBR-NEXT TO VFX-7-CX-GC-SEQ.
           ADD 1 TO CTL-NBR-NEXT.
           REWRITE CTL-NBR-REC.
           MOVE SPACES TO GC-CARD-NBR.
           STRING "GC" VFX-7-CX-GC-SEQ DELIMITED BY SIZE
               INTO GC-CARD-NBR.
           MOVE VM-ID-KEY      TO GC-MBR-ID.
           MOVE VFX-7-CX-AMT   TO GC-ORIG-AMT GC-BALANCE.
           SET GC-ACTIVE       TO TRUE.
           MOVE WS-BUS-DATE    TO GC-ISSUE-DATE.
           MOVE WS-OPERATOR-ID TO GC-OPERATOR-ID.
           MOVE SPACES         TO GC-VML-ID.
           MOVE SPACES         TO GC-ORDER-NBR.
           WRITE GC-REC
               INVALID KEY
                   DISPLAY ERRORSCREEN
                   ACCEPT WS-RESP
               NOT INVALID KEY
                   MOVE GC-CARD-NBR TO VFX-7-CX-GC-NBR
                   MOVE 'Y' TO VFX-7-CX-SAVED-FLAG
           END-WRITE.
      *-----------------------------------------------------------------
      *626-FIND-CHEAPER looks through the plan master for the dearest
      *plan still cheaper than the member's own - the smallest step
      *down. A free plan is never offered.
       626-FIND-CHEAPER.
           MOVE ZERO TO VFX-7-CX-NEW-RATE.
           MOVE 'N' TO VFX-7-CX-EOF-FLAG.
           MOVE LOW-VALUES TO PLAN-CODE.
           START VFX-PLAN-FILE KEY IS NOT LESS THAN PLAN-CODE
               INVALID KEY
                   MOVE 'Y' TO VFX-7-CX-EOF-FLAG
           END-START.
           PERFORM UNTIL VFX-7-CX-EOF
               READ VFX-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-7-CX-EOF-FLAG
                   NOT AT END
                       IF PLAN-RATE < VFX-7-CX-RATE
                               AND PLAN-RATE > VFX-7-CX-NEW-RATE
                           MOVE PLAN-CODE TO VFX-7-CX-NEW-PLAN
                           MOVE PLAN-RATE TO VFX-7-CX-NEW-RATE
                       END-IF
               END-READ
           END-PERFORM.
      *-----------------------------------------------------------------
      *628-WRITE-OUTCOME files the call on VFX-CXO-FILE. A member who
      *calls more than once in a day takes the next free sequence.
       628-WRITE-OUTCOME.
           MOVE SPACES TO CXO-REC.
           MOVE WS-BUS-DATE       TO CXO-DATE.
           MOVE VM-ID-KEY         TO CXO-MBR-ID.
           MOVE VFX-7-CX-REASON   TO CXO-REASON.
           IF VFX-7-CX-OFFER = 'G' AND VFX-7-CX-SAVED
               MOVE VFX-7-ORIG-EDIT-PLAN TO CXO-PLAN
           ELSE
               MOVE VM-PLAN-CODE  TO CXO-PLAN
           END-IF.
           MOVE VFX-7-CX-OFFER    TO CXO-OFFER.
           MOVE VFX-7-CX-AMT      TO CXO-OFFER-AMT.
           MOVE VFX-7-CX-GC-NBR   TO CXO-GC-NBR.
           MOVE VFX-7-CX-NEW-PLAN TO CXO-NEW-PLAN.
           MOVE VFX-7-CX-OUTCOME  TO CXO-OUTCOME.
           MOVE WS-OPERATOR-ID    TO CXO-OPERATOR-ID.
           MOVE 'N' TO VFX-7-CX-DONE-FLAG.
           MOVE 1 TO VFX-7-CX-TRY-SEQ.
           PERFORM UNTIL VFX-7-CX-DONE OR VFX-7-CX-TRY-SEQ > 999
               MOVE VFX-7-CX-TRY-SEQ TO CXO-SEQ
               WRITE CXO-REC
                   INVALID KEY
                       ADD 1 TO VFX-7-CX-TRY-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO VFX-7-CX-DONE-FLAG
               END-WRITE
           END-PERFORM.
      *-----------------------------------------------------------------
      *670-PAUSE-MBR puts an active membership on hold, or ends a
      *pause already running. Suspended and canceled members cannot
      *be paused.
       670-PAUSE-MBR.
           IF VM-PAUSED
               PERFORM 674-END-PAUSE
               EXIT PARAGRAPH
           END-IF.
           IF NOT VM-ACTIVE
               DISPLAY "ONLY AN ACTIVE MEMBERSHIP CAN BE PAUSED - "
                       "PRESS ENTER"
               ACCEPT WS-RESP
               EXIT PARAGRAPH
           END-IF.
           PERFORM 672-TAKE-PAUSE.
           IF VFX-7-PZ-APPLIED
               DISPLAY "MEMBERSHIP PAUSED UNTIL " VM-RESUME-DATE
                       " - PRESS ENTER"
               ACCEPT WS-RESP
           END-IF.
      *-----------------------------------------------------------------
      *672-TAKE-PAUSE takes the resume date. It must be a real date
      *after today and no more than three months out; a blank date
      *backs out and leaves the membership as it was.
       672-TAKE-PAUSE.
           MOVE 'N' TO VFX-7-PZ-APPLIED-FLAG.
           MOVE WS-BUS-DATE TO VFX-7-PZ-LIMIT.
           ADD 3 TO VFX-7-PZ-LIMIT-MM.
           IF VFX-7-PZ-LIMIT-MM > 12
               SUBTRACT 12 FROM VFX-7-PZ-LIMIT-MM
               ADD 1 TO VFX-7-PZ-LIMIT-YYYY
           END-IF.
           MOVE SPACES TO VFX-7-PZ-MSG.
           MOVE 'N' TO VFX-7-PZ-DONE-FLAG.
           PERFORM UNTIL VFX-7-PZ-DONE
               MOVE SPACES TO VFX-7-PZ-RESUME
               DISPLAY PAUSESCREEN
               ACCEPT  PAUSESCREEN
               EVALUATE TRUE
                   WHEN VFX-7-PZ-RESUME = SPACES
                       MOVE 'Y' TO VFX-7-PZ-DONE-FLAG
                   WHEN VFX-7-PZ-RESUME NOT NUMERIC
                       MOVE "RESUME DATE MUST BE YYYYMMDD"
                           TO VFX-7-PZ-MSG
                   WHEN VFX-7-PZ-RESUME(5:2) < "01"
                           OR VFX-7-PZ-RESUME(5:2) > "12"
                           OR VFX-7-PZ-RESUME(7:2) < "01"
                           OR VFX-7-PZ-RESUME(7:2) > "31"
                       MOVE "RESUME DATE IS NOT A VALID DATE"
                           TO VFX-7-PZ-MSG
                   WHEN VFX-7-PZ-RESUME NOT > WS-BUS-DATE
                       MOVE "RESUME DATE MUST BE AFTER TODAY"
                           TO VFX-7-PZ-MSG
                   WHEN VFX-7-PZ-RESUME > VFX-7-PZ-LIMIT
                       MOVE "PAUSE IS LIMITED TO THREE MONTHS"
                           TO VFX-7-PZ-MSG
                   WHEN OTHER
                       PERFORM 673-APPLY-PAUSE
                       MOVE 'Y' TO VFX-7-PZ-DONE-FLAG
               END-EVALUATE
           END-PERFORM.
      *-----------------------------------------------------------------
      *673-APPLY-PAUSE files the pause: status P, today as the pause
      *date and the resume date the nightly G3-VFX-185-PAUSE-RSM
      *acts on. The change is audited and journaled like any other
      *status change and the member's contact history shows it.
       673-APPLY-PAUSE.
           MOVE VM-REC TO WS-JRNL-BEFORE.
           MOVE VM-STATUS TO VFX-7-ORIG-EDIT-STATUS.
           SET VM-PAUSED TO TRUE.
           MOVE WS-BUS-DATE     TO VM-PAUSE-DATE.
           MOVE VFX-7-PZ-RESUME TO VM-RESUME-DATE.
           MOVE SPACES          TO VM-RESUME-NOTICE.
           MOVE WS-OPERATOR-ID  TO VM-OPERATOR-ID.
           REWRITE VM-REC
               INVALID KEY
                   MOVE VFX-7-ORIG-EDIT-STATUS TO VM-STATUS
                   DISPLAY ERRORSCREEN
                   ACCEPT WS-RESP
               NOT INVALID KEY
                   MOVE "STATUS" TO MAUD-FIELD
                   MOVE VFX-7-ORIG-EDIT-STATUS TO MAUD-OLD-VALUE
                   MOVE VM-STATUS TO MAUD-NEW-VALUE
                   PERFORM 617-WRITE-AUDIT-REC
                   MOVE "VMFILE" TO JRNL-FILE-NAME
                   MOVE 'R'      TO JRNL-ACTION
                   MOVE VM-REC   TO JRNL-DATA
                   PERFORM 980-WRITE-JRNL
                   MOVE VM-REC   TO VFX-7-SNAP-REC
                   MOVE VM-ID-KEY TO CONT-MBR-ID
                   MOVE "PAUSE"   TO CONT-SOURCE
                   MOVE VM-EMAIL-KEY TO CONT-ADDRESS
                   MOVE SPACES    TO CONT-CONCERN
                   STRING "MEMBERSHIP PAUSED UNTIL " VM-RESUME-DATE
                       DELIMITED BY SIZE INTO CONT-CONCERN
                   PERFORM 990-LOG-CONTACT
                   MOVE 'Y' TO VFX-7-PZ-APPLIED-FLAG
           END-REWRITE.
      *-----------------------------------------------------------------
      *674-END-PAUSE brings a paused member back ahead of the resume
      *date. The resume date is restamped with today so billing
      *prorates from the day the membership actually came back.
       674-END-PAUSE.
           MOVE SPACES TO VFX-7-EDIT-RESP.
           DISPLAY RESUMESCREEN.
           ACCEPT  RESUMESCREEN.
           IF VFX-7-EDIT-RESP NOT = 'Y' AND NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-REC TO WS-JRNL-BEFORE.
           MOVE VM-STATUS TO VFX-7-ORIG-EDIT-STATUS.
           MOVE VM-RESUME-DATE TO VFX-7-PZ-RESUME.
           SET VM-ACTIVE TO TRUE.
           MOVE WS-BUS-DATE    TO VM-RESUME-DATE.
           MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID.
           REWRITE VM-REC
               INVALID KEY
                   MOVE VFX-7-ORIG-EDIT-STATUS TO VM-STATUS
                   MOVE VFX-7-PZ-RESUME TO VM-RESUME-DATE
                   DISPLAY ERRORSCREEN
                   ACCEPT WS-RESP
               NOT INVALID KEY
                   MOVE "STATUS" TO MAUD-FIELD
                   MOVE VFX-7-ORIG-EDIT-STATUS TO MAUD-OLD-VALUE
                   MOVE VM-STATUS TO MAUD-NEW-VALUE
                   PERFORM 617-WRITE-AUDIT-REC
                   MOVE "VMFILE" TO JRNL-FILE-NAME
                   MOVE 'R'      TO JRNL-ACTION
                   MOVE VM-REC   TO JRNL-DATA
                   PERFORM 980-WRITE-JRNL
                   MOVE VM-REC   TO VFX-7-SNAP-REC
                   MOVE VM-ID-KEY TO CONT-MBR-ID
                   MOVE "PAUSE"   TO CONT-SOURCE
                   MOVE VM-EMAIL-KEY TO CONT-ADDRESS
                   MOVE "PAUSE ENDED EARLY - RESUMED" TO CONT-CONCERN
                   PERFORM 990-LOG-CONTACT
                   DISPLAY "MEMBERSHIP RESUMED - PRESS ENTER"
                   ACCEPT WS-RESP
           END-REWRITE.
      *-----------------------------------------------------------------
      *650-SIGN-ON validates the operator against VFX-OPER-FILE the
      *same way G3-VFX-1-ADD does before any screen work.
       650-SIGN-ON.
                   MOVE VFX-11-MONTHLY-FEE TO VFX-7-STMT-PRICE-ED
               NOT INVALID KEY
                   MOVE PLAN-RATE TO VFX-7-STMT-PRICE-ED
                   IF VM-BILL-ANNUAL AND PLAN-ANNUAL-RATE > ZERO
                       MOVE PLAN-ANNUAL-RATE TO VFX-7-STMT-PRICE-ED
                   END-IF
           END-READ.
           MOVE SPACES TO STMT-LINE.
           IF VM-BILL-ANNUAL
               STRING "CURRENT ANNUAL BILLING AMOUNT: "
                   DELIMITED BY SIZE
                   VFX-7-STMT-PRICE-ED DELIMITED BY SIZE
                   INTO STMT-LINE
           ELSE
               STRING "CURRENT MONTHLY BILLING AMOUNT: "
                   DELIMITED BY SIZE
                   VFX-7-STMT-PRICE-ED DELIMITED BY SIZE
                   INTO STMT-LINE
           END-IF.
           WRITE STMT-LINE.
           IF VM-PAID-THRU NOT = SPACES
               MOVE SPACES TO STMT-LINE
               STRING "PREPAID THROUGH: " DELIMITED BY SIZE
                   VM-PAID-THRU DELIMITED BY SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
           END-IF.
      *-----------------------------------------------------------------
      *700-PROFILES pages the household's named profiles under this
      *membership and lets the rep add one, so a four-person family
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
      *-----------------------------------------------------------------
      *720-CONTACT-HIST pages every outbound contact on file for
      *this member - which extract, which address, what about - so
      *"why did I get this letter" is answered from the record, not
      *from memory. The member's service cases follow, so what they
      *called us about sits beside what we sent them.
       720-CONTACT-HIST.
           DISPLAY "CONTACT HISTORY FOR MEMBER " VM-ID-KEY.
           MOVE 'N' TO VFX-7-CONT-EOF-FLAG.
           IF VFX-7-CONT-COUNT = ZERO
               DISPLAY "  (NONE ON FILE)"
           END-IF.
           PERFORM 742-LIST-CASES.
           DISPLAY "END OF CONTACT HISTORY - PRESS ENTER".
           ACCEPT WS-RESP.
           MOVE SPACES TO WS-RESP.
      *-----------------------------------------------------------------
      *730-DEVICES lists the devices registered to this member
      *against the plan's limit, and lets the rep remove one the
      *member no longer uses.
       730-DEVICES.
           DISPLAY "REGISTERED DEVICES FOR MEMBER " VM-ID-KEY.
           MOVE 'N' TO VFX-DEV-EOF-FLAG.
           MOVE ZERO TO VFX-7-DEV-COUNT.
           MOVE 'N' TO DEV-LIM-BLOCK.
           MOVE VM-ID-KEY  TO DEV-MBR-ID.
           MOVE LOW-VALUES TO DEV-ID.
           START VFX-DEV-FILE KEY NOT LESS THAN DEV-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-DEV-EOF-FLAG
           END-START.
           PERFORM UNTIL VFX-DEV-EOF
               READ VFX-DEV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-DEV-EOF-FLAG
                   NOT AT END
                       IF DEV-MBR-ID NOT = VM-ID-KEY
                           MOVE 'Y' TO VFX-DEV-EOF-FLAG
                       ELSE
                           IF DEV-ID = SPACES
                               IF DEV-LIM-BLOCKED
                                   DISPLAY "  *** STREAMING BLOCKED "
                                           "OVER DEVICE LIMIT SINCE "
                                           DEV-LIM-DATE " ***"
                               END-IF
                           ELSE
                               IF DEV-ACTIVE
                                   ADD 1 TO VFX-7-DEV-COUNT
                                   DISPLAY "  " DEV-ID "  " DEV-TYPE
                                           "  " DEV-NAME
                                           "  SINCE " DEV-ACT-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF VFX-7-DEV-COUNT = ZERO
               DISPLAY "  (NONE ON FILE)"
           END-IF.
           MOVE ZERO TO PLAN-MAX-DEVICES.
           MOVE VM-PLAN-CODE TO PLAN-CODE.
           READ VFX-PLAN-FILE
               INVALID KEY
                   MOVE ZERO TO PLAN-MAX-DEVICES
           END-READ.
           IF PLAN-MAX-DEVICES = ZERO
               DISPLAY VFX-7-DEV-COUNT " ACTIVE - NO LIMIT ON PLAN "
                       VM-PLAN-CODE
           ELSE
               DISPLAY VFX-7-DEV-COUNT " ACTIVE OF "
                       PLAN-MAX-DEVICES " ALLOWED ON PLAN "
                       VM-PLAN-CODE
           END-IF.
           DISPLAY "DEVICE ID TO REMOVE (BLANK=NONE): ".
           ACCEPT VFX-7-DEV-PICK.
           IF VFX-7-DEV-PICK NOT = SPACES
               PERFORM 735-REMOVE-DEVICE
           END-IF.
           MOVE SPACES TO WS-RESP.
      *-----------------------------------------------------------------
      *735-REMOVE-DEVICE takes the picked device out of service under
      *the rep's id - the next entitlement feed tells the platform -
      *and rechecks the limit, so a membership back within it has
      *its block lifted on the same feed.
       735-REMOVE-DEVICE.
           MOVE VM-ID-KEY      TO DEV-MBR-ID.
           MOVE VFX-7-DEV-PICK TO DEV-ID.
           READ VFX-DEV-FILE
               INVALID KEY
                   MOVE 'R' TO DEV-STATUS
           END-READ.
           IF NOT DEV-ACTIVE
               DISPLAY "NO ACTIVE DEVICE " VFX-7-DEV-PICK
                       " ON THIS MEMBER - PRESS ENTER"
               ACCEPT WS-RESP
               EXIT PARAGRAPH
           END-IF.
           SET DEV-REMOVED     TO TRUE.
           MOVE WS-BUS-DATE    TO DEV-REMOVE-DATE.
           MOVE WS-OPERATOR-ID TO DEV-REMOVE-BY.
           REWRITE DEV-REC.
           ADD 1 TO WS-JOB-LOG-COUNT.
           PERFORM 960-CHECK-DEV-LIMIT.
           IF VFX-DEV-BLOCK-LIFTED
               DISPLAY "DEVICE REMOVED - BLOCK LIFTED, STREAMING "
                       "RESUMES ON THE NEXT FEED - PRESS ENTER"
           ELSE
               DISPLAY "DEVICE REMOVED - PRESS ENTER"
           END-IF.
           ACCEPT WS-RESP.
      *-----------------------------------------------------------------
      *740-SVC-CASES shows the member's service cases and lets the
      *rep open a new one for this call or work one already open,
      *so the third call about the same problem starts where the
      *first two left off.
       740-SVC-CASES.
           PERFORM 742-LIST-CASES.
           DISPLAY "'N' OPEN A NEW CASE, 'W' WORK A CASE, "
                   "ENTER = RETURN: ".
           MOVE SPACES TO VFX-7-CASE-PICK.
           ACCEPT VFX-7-CASE-PICK.
           EVALUATE VFX-7-CASE-PICK
               WHEN 'N' WHEN 'n'
                   PERFORM 745-OPEN-CASE
               WHEN 'W' WHEN 'w'
                   PERFORM 750-WORK-CASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO WS-RESP.
      *-----------------------------------------------------------------
      *742-LIST-CASES lists every case on file for the member, oldest
      *first, starring an open one past its category's target. It
      *leaves the highest case number in VFX-7-CASE-LAST for the
      *next case opened.
       742-LIST-CASES.
           DISPLAY "SERVICE CASES FOR MEMBER " VM-ID-KEY.
           MOVE 'N' TO VFX-7-CASE-EOF-FLAG.
           MOVE ZERO TO VFX-7-CASE-COUNT.
           MOVE ZERO TO VFX-7-CASE-LAST.
           MOVE WS-BUS-DATE TO VFX-7-CASE-TODAY-NUM.
           MOVE VM-ID-KEY TO CASE-MBR-ID.
           MOVE ZERO      TO CASE-NBR.
           START VFX-CASE-FILE KEY NOT LESS THAN CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-7-CASE-EOF-FLAG
           END-START.
           PERFORM UNTIL VFX-7-CASE-EOF
               READ VFX-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-7-CASE-EOF-FLAG
                   NOT AT END
                       IF CASE-MBR-ID NOT = VM-ID-KEY
                           MOVE 'Y' TO VFX-7-CASE-EOF-FLAG
                       ELSE
                           ADD 1 TO VFX-7-CASE-COUNT
                           MOVE CASE-NBR TO VFX-7-CASE-LAST
                           PERFORM 743-CASE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF VFX-7-CASE-COUNT = ZERO
               DISPLAY "  (NONE ON FILE)"
           END-IF.
      *-----------------------------------------------------------------
       743-CASE-LINE.
           MOVE CASE-CATEGORY TO VFX-7-CASE-CAT.
           PERFORM 744-FIND-CAT.
           MOVE SPACES TO VFX-7-CASE-FLAG.
           EVALUATE TRUE
               WHEN CASE-OPEN
                   MOVE "OPEN"    TO VFX-7-CASE-STAT-TXT
               WHEN CASE-PENDING
                   MOVE "PENDING" TO VFX-7-CASE-STAT-TXT
               WHEN OTHER
                   MOVE "CLOSED"  TO VFX-7-CASE-STAT-TXT
                   MOVE CASE-RES-CODE TO VFX-7-CASE-FLAG
           END-EVALUATE.
           IF CASE-STILL-OPEN AND VFX-CASE-FOUND-X NOT = ZERO
               MOVE CASE-OPEN-DATE TO VFX-7-CASE-OPEN-NUM
               COMPUTE VFX-7-CASE-AGE =
                   FUNCTION INTEGER-OF-DATE(VFX-7-CASE-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE(VFX-7-CASE-OPEN-NUM)
               IF VFX-7-CASE-AGE > VFX-CASE-CAT-SLA(VFX-CASE-FOUND-X)
                   MOVE "*PAST TARGET" TO VFX-7-CASE-FLAG
               END-IF
           END-IF.
           IF VFX-CASE-FOUND-X = ZERO
               DISPLAY "  " CASE-NBR "  " CASE-CATEGORY
                       "                 " CASE-OPEN-DATE
                       "  " CASE-OWNER "  " VFX-7-CASE-STAT-TXT
                       "  " VFX-7-CASE-FLAG
           ELSE
               DISPLAY "  " CASE-NBR "  "
                       VFX-CASE-CAT-NAME(VFX-CASE-FOUND-X)
                       "  " CASE-OPEN-DATE
                       "  " CASE-OWNER "  " VFX-7-CASE-STAT-TXT
                       "  " VFX-7-CASE-FLAG
           END-IF.
           DISPLAY "       " CASE-SUBJECT.
      *-----------------------------------------------------------------
      *744-FIND-CAT looks VFX-7-CASE-CAT up on the category table;
      *VFX-CASE-FOUND-X comes back zero when it is not a category.
       744-FIND-CAT.
           MOVE ZERO TO VFX-CASE-FOUND-X.
           PERFORM VARYING VFX-CASE-CX FROM 1 BY 1
                   UNTIL VFX-CASE-CX > 5
                      OR VFX-CASE-FOUND-X NOT = ZERO
               IF VFX-CASE-CAT-CODE(VFX-CASE-CX) = VFX-7-CASE-CAT
                   MOVE VFX-CASE-CX TO VFX-CASE-FOUND-X
               END-IF
           END-PERFORM.
      *-----------------------------------------------------------------
      *745-OPEN-CASE opens a case in the rep's name for what the
      *member is calling about. A blank category backs out.
       745-OPEN-CASE.
           MOVE ZERO TO VFX-CASE-FOUND-X.
           PERFORM UNTIL VFX-CASE-FOUND-X NOT = ZERO
               DISPLAY "CATEGORY - B BILLING, P PLAYBACK, R REFUND "
                       "REQUEST, V PRIVACY REQUEST, C COMPLAINT "
                       "(BLANK = NONE): "
               MOVE SPACES TO VFX-7-CASE-CAT
               ACCEPT VFX-7-CASE-CAT
               IF VFX-7-CASE-CAT = SPACES
                   DISPLAY "NO CASE OPENED - PRESS ENTER"
                   ACCEPT WS-RESP
                   EXIT PARAGRAPH
               END-IF
               INSPECT VFX-7-CASE-CAT
                   CONVERTING VFX-SAN-LOWER TO VFX-SAN-UPPER
               PERFORM 744-FIND-CAT
               IF VFX-CASE-FOUND-X = ZERO
                   DISPLAY "NOT A CASE CATEGORY"
               END-IF
           END-PERFORM.
           MOVE SPACES TO VFX-7-CASE-SUBJ.
           PERFORM UNTIL VFX-7-CASE-SUBJ NOT = SPACES
               DISPLAY "WHAT THE MEMBER IS CALLING ABOUT: "
               ACCEPT VFX-7-CASE-SUBJ
           END-PERFORM.
           INITIALIZE CASE-REC.
           MOVE VM-ID-KEY       TO CASE-MBR-ID.
           COMPUTE CASE-NBR = VFX-7-CASE-LAST + 1.
           MOVE VFX-7-CASE-CAT  TO CASE-CATEGORY.
           MOVE WS-BUS-DATE     TO CASE-OPEN-DATE CASE-LAST-DATE.
           MOVE WS-OPERATOR-ID  TO CASE-OPEN-OPER CASE-OWNER
                                   CASE-LAST-OPER.
           SET CASE-OPEN        TO TRUE.
           MOVE VFX-7-CASE-SUBJ TO CASE-SUBJECT.
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY "CASE WRITE FAILED - STATUS "
                           WS-CASE-STATUS " - PRESS ENTER"
                   ACCEPT WS-RESP
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-JOB-LOG-COUNT.
           DISPLAY "CASE " CASE-NBR " OPENED - PRESS ENTER".
           ACCEPT WS-RESP.
      *-----------------------------------------------------------------
      *750-WORK-CASE shows one case in full with its notes, and takes
      *a new note, a change of owner and a change of status. Closing
      *needs a resolution code; a closed case can be reopened when
      *the member calls back about the same thing.
       750-WORK-CASE.
           DISPLAY "CASE NUMBER: ".
           MOVE ZERO TO VFX-7-CASE-NBR.
           ACCEPT VFX-7-CASE-NBR.
           MOVE VM-ID-KEY      TO CASE-MBR-ID.
           MOVE VFX-7-CASE-NBR TO CASE-NBR.
           READ VFX-CASE-FILE
               INVALID KEY
                   DISPLAY "NO SUCH CASE ON THIS MEMBER - PRESS ENTER"
                   ACCEPT WS-RESP
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 743-CASE-LINE.
           DISPLAY "  OPENED BY " CASE-OPEN-OPER
                   "  LAST WORKED " CASE-LAST-DATE " BY "
                   CASE-LAST-OPER.
           PERFORM VARYING VFX-7-CASE-NX FROM 1 BY 1
                   UNTIL VFX-7-CASE-NX > 5
               IF CASE-NOTE-TEXT(VFX-7-CASE-NX) NOT = SPACES
                   DISPLAY "  " CASE-NOTE-DATE(VFX-7-CASE-NX) " "
                           CASE-NOTE-OPER(VFX-7-CASE-NX) " "
                           CASE-NOTE-TEXT(VFX-7-CASE-NX)
               END-IF
           END-PERFORM.
           IF CASE-CLOSED
               DISPLAY "CASE IS CLOSED " CASE-CLOSE-DATE
                       " - REOPEN? (Y/N): "
               MOVE SPACES TO VFX-7-CASE-PICK
               ACCEPT VFX-7-CASE-PICK
               IF VFX-7-CASE-PICK NOT = 'Y' AND NOT = 'y'
                   EXIT PARAGRAPH
               END-IF
               SET CASE-OPEN TO TRUE
               MOVE SPACES TO CASE-RES-CODE CASE-CLOSE-DATE
           END-IF.
           DISPLAY "NOTE (BLANK = NONE): ".
           MOVE SPACES TO VFX-7-CASE-TEXT.
           ACCEPT VFX-7-CASE-TEXT.
           IF VFX-7-CASE-TEXT NOT = SPACES
               PERFORM VARYING VFX-7-CASE-NX FROM 5 BY -1
                       UNTIL VFX-7-CASE-NX < 2
                   MOVE CASE-NOTES(VFX-7-CASE-NX - 1)
                       TO CASE-NOTES(VFX-7-CASE-NX)
               END-PERFORM
               MOVE WS-BUS-DATE     TO CASE-NOTE-DATE(1)
               MOVE WS-OPERATOR-ID  TO CASE-NOTE-OPER(1)
               MOVE VFX-7-CASE-TEXT TO CASE-NOTE-TEXT(1)
           END-IF.
           DISPLAY "NEW OWNER OPERATOR (BLANK = KEEP " CASE-OWNER
                   "): ".
           MOVE SPACES TO VFX-7-CASE-OWNER.
           ACCEPT VFX-7-CASE-OWNER.
           IF VFX-7-CASE-OWNER NOT = SPACES
               MOVE VFX-7-CASE-OWNER TO CASE-OWNER
           END-IF.
           DISPLAY "STATUS - O OPEN, P PENDING MEMBER, C CLOSE "
                   "(BLANK = KEEP): ".
           MOVE SPACES TO VFX-7-CASE-STAT.
           ACCEPT VFX-7-CASE-STAT.
           EVALUATE VFX-7-CASE-STAT
               WHEN 'O' WHEN 'o'
                   SET CASE-OPEN TO TRUE
               WHEN 'P' WHEN 'p'
                   SET CASE-PENDING TO TRUE
               WHEN 'C' WHEN 'c'
                   PERFORM 755-CLOSE-CASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-BUS-DATE    TO CASE-LAST-DATE.
           MOVE WS-OPERATOR-ID TO CASE-LAST-OPER.
           REWRITE CASE-REC
               INVALID KEY
                   DISPLAY "CASE REWRITE FAILED - STATUS "
                           WS-CASE-STATUS
           END-REWRITE.
           ADD 1 TO WS-JOB-LOG-COUNT.
           DISPLAY "CASE " CASE-NBR " UPDATED - PRESS ENTER".
           ACCEPT WS-RESP.
      *-----------------------------------------------------------------
       755-CLOSE-CASE.
           MOVE SPACES TO CASE-RES-CODE.
           PERFORM UNTIL CASE-RES-VALID
               DISPLAY "RESOLUTION - FX FIXED, RF REFUNDED, "
                       "CR CREDITED, EX EXPLAINED, NA NO ACTION, "
                       "RD REFERRED: "
               MOVE SPACES TO VFX-7-CASE-RES
               ACCEPT VFX-7-CASE-RES
               INSPECT VFX-7-CASE-RES
                   CONVERTING VFX-SAN-LOWER TO VFX-SAN-UPPER
               MOVE VFX-7-CASE-RES TO CASE-RES-CODE
           END-PERFORM.
           SET CASE-CLOSED TO TRUE.
           MOVE WS-BUS-DATE TO CASE-CLOSE-DATE.
      *-----------------------------------------------------------------
      *960-CHECK-DEV-LIMIT counts the active devices of the member in
      *VM-REC against the plan's limit and puts the block on, or
      *lifts it, on the member's limit row. VFX-DEV-OUTCOME comes
      *back blank when the member is within the limit and was not
      *blocked.
       960-CHECK-DEV-LIMIT.
           MOVE SPACES TO VFX-DEV-OUTCOME.
           MOVE ZERO TO VFX-DEV-ACTIVE.
           MOVE 'N' TO VFX-DEV-EOF-FLAG.
           MOVE VM-ID-KEY  TO DEV-MBR-ID.
           MOVE LOW-VALUES TO DEV-ID.
           START VFX-DEV-FILE KEY IS NOT LESS THAN DEV-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-DEV-EOF-FLAG
           END-START.
           PERFORM UNTIL VFX-DEV-EOF
               READ VFX-DEV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-DEV-EOF-FLAG
                   NOT AT END
                       IF DEV-MBR-ID NOT = VM-ID-KEY
                           MOVE 'Y' TO VFX-DEV-EOF-FLAG
                       ELSE
                           IF DEV-ID NOT = SPACES AND DEV-ACTIVE
                               ADD 1 TO VFX-DEV-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ZERO TO VFX-DEV-MAX.
           MOVE VM-PLAN-CODE TO PLAN-CODE.
           READ VFX-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLAN-MAX-DEVICES TO VFX-DEV-MAX
           END-READ.
           MOVE 'N' TO VFX-DEV-OVER-FLAG.
           IF VFX-DEV-MAX > ZERO AND VFX-DEV-ACTIVE > VFX-DEV-MAX
               MOVE 'Y' TO VFX-DEV-OVER-FLAG
           END-IF.
           MOVE 'Y' TO VFX-DEV-LIM-FLAG.
           MOVE VM-ID-KEY TO DEV-MBR-ID.
           MOVE SPACES    TO DEV-ID.
           READ VFX-DEV-FILE
               INVALID KEY
                   MOVE 'N'       TO VFX-DEV-LIM-FLAG
                   MOVE SPACES    TO DEV-REC
                   MOVE VM-ID-KEY TO DEV-MBR-ID
                   MOVE 'N'       TO DEV-LIM-BLOCK
           END-READ.
           EVALUATE TRUE
               WHEN VFX-DEV-OVER AND NOT DEV-LIM-BLOCKED
                   SET VFX-DEV-NEW-BLOCK TO TRUE
                   MOVE 'Y' TO DEV-LIM-BLOCK
               WHEN VFX-DEV-OVER
                   SET VFX-DEV-STILL-BLOCKED TO TRUE
               WHEN DEV-LIM-BLOCKED
                   SET VFX-DEV-BLOCK-LIFTED TO TRUE
                   MOVE 'N' TO DEV-LIM-BLOCK
           END-EVALUATE.
           IF VFX-DEV-NEW-BLOCK OR VFX-DEV-BLOCK-LIFTED
               MOVE WS-BUS-DATE    TO DEV-LIM-DATE
               MOVE VFX-DEV-ACTIVE TO DEV-LIM-COUNT
               MOVE VFX-DEV-MAX    TO DEV-LIM-MAX
               IF VFX-DEV-LIM-ON-FILE
                   REWRITE DEV-REC
               ELSE
                   WRITE DEV-REC
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      *990-LOG-CONTACT files one contact-history row; callers set
      *the member id, source, address and concern first. Same-day
      *contacts take the next free sequence.
                   MOVE 'Y' TO VFX-CONT-DONE-FLAG
           END-WRITE
       END-PERFORM.
      *-----------------------------------------------------------------
      *958-PAN-CURRENT-VER sets VFX-PAN-KEY-VER to the key version
      *new card numbers go under. Zero - no key issued yet - stores
      *the number clear until the first key rotation.
       958-PAN-CURRENT-VER.
           MOVE WS-CTL-CCKEY-NAME TO CTL-NBR-NAME.
           READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
               INVALID KEY
                   MOVE ZERO TO VFX-PAN-KEY-VER
               NOT INVALID KEY
                   MOVE CTL-NBR-NEXT TO VFX-PAN-KEY-VER
           END-READ.
      *-----------------------------------------------------------------
      *960-PAN-LOAD-KEY brings the round keys for VFX-PAN-KEY-VER in
      *off VFX-CCKEY-FILE, unless they are the ones already loaded.
       960-PAN-LOAD-KEY.
           IF VFX-PAN-KEY-OK AND VFX-PAN-LOADED-VER = VFX-PAN-KEY-VER
               EXIT PARAGRAPH
           END-IF.
           MOVE VFX-PAN-KEY-VER TO CCKEY-VER.
           READ VFX-CCKEY-FILE
               INVALID KEY
                   MOVE 'N' TO VFX-PAN-KEY-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-PAN-KEY-FLAG
                   MOVE CCKEY-VER TO VFX-PAN-LOADED-VER
                   PERFORM VARYING VFX-PAN-RX FROM 1 BY 1
                           UNTIL VFX-PAN-RX > 4
                       MOVE CCKEY-ROUND-KEY(VFX-PAN-RX)
                           TO VFX-PAN-ROUND-KEY(VFX-PAN-RX)
                   END-PERFORM
           END-READ.
      *-----------------------------------------------------------------
      *962-PAN-ENCRYPT turns VFX-PAN-CLEAR into VFX-PAN-CIPHER under
      *key version VFX-PAN-KEY-VER. A number that is not 16 digits,
      *or a version with no key on file, is passed through clear and
      *VFX-PAN-KEY-VER comes back zero to say so.
       962-PAN-ENCRYPT.
           IF VFX-PAN-KEY-VER NOT NUMERIC
               MOVE ZERO TO VFX-PAN-KEY-VER
           END-IF.
           IF VFX-PAN-KEY-VER NOT = ZERO
               PERFORM 960-PAN-LOAD-KEY
               IF NOT VFX-PAN-KEY-OK OR VFX-PAN-CLEAR NOT NUMERIC
                   MOVE ZERO TO VFX-PAN-KEY-VER
               END-IF
           END-IF.
           IF VFX-PAN-KEY-VER = ZERO
               MOVE VFX-PAN-CLEAR TO VFX-PAN-CIPHER
               EXIT PARAGRAPH
           END-IF.
           MOVE VFX-PAN-CLEAR TO VFX-PAN-BLOCK-X.
           PERFORM VARYING VFX-PAN-RX FROM 1 BY 1 UNTIL VFX-PAN-RX > 4
               MOVE VFX-PAN-RIGHT TO VFX-PAN-HALF
               PERFORM 968-PAN-ROUND-F
               COMPUTE VFX-PAN-SUM = VFX-PAN-LEFT + VFX-PAN-F
               DIVIDE VFX-PAN-SUM BY 100000000 GIVING VFX-PAN-QUOT
                   REMAINDER VFX-PAN-HOLD
               MOVE VFX-PAN-RIGHT TO VFX-PAN-LEFT
               MOVE VFX-PAN-HOLD  TO VFX-PAN-RIGHT
           END-PERFORM.
           MOVE VFX-PAN-BLOCK-X TO VFX-PAN-CIPHER.
      *-----------------------------------------------------------------
      *968-PAN-ROUND-F is the round function: the half in
      *VFX-PAN-HALF plus the round's key, squared, middle eight
      *digits kept.
       968-PAN-ROUND-F.
           COMPUTE VFX-PAN-WORK =
               (VFX-PAN-HALF + VFX-PAN-ROUND-KEY(VFX-PAN-RX)) *
               (VFX-PAN-HALF + VFX-PAN-ROUND-KEY(VFX-PAN-RX)).
           DIVIDE VFX-PAN-WORK BY 10000 GIVING VFX-PAN-QUOT.
           DIVIDE VFX-PAN-QUOT BY 100000000 GIVING VFX-PAN-WORK
               REMAINDER VFX-PAN-F.
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
      *974-AUD-ADVANCE-HEAD makes the check value just computed the
      *one the next line chains from. The check-value row 972 read
      *is still the current record.
       974-AUD-ADVANCE-HEAD.
           MOVE VFX-AUD-CHECK TO CTL-NBR-NEXT.
           REWRITE CTL-NBR-REC.
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
      *955-ANN-MONTH-END leaves in VFX-ANN-THRU the last day of the
      *month VFX-ANN-SPAN months on from the first of VFX-ANN-CYCLE.
       955-ANN-MONTH-END.
           COMPUTE VFX-ANN-MONTHS = VFX-ANN-CY-YEAR * 12
               + VFX-ANN-CY-MONTH - 1 + VFX-ANN-SPAN.
           DIVIDE VFX-ANN-MONTHS BY 12 GIVING VFX-ANN-END-YEAR
               REMAINDER VFX-ANN-END-MONTH.
           ADD 1 TO VFX-ANN-END-MONTH.
           STRING VFX-ANN-END-YEAR VFX-ANN-END-MONTH "01"
               DELIMITED BY SIZE INTO VFX-ANN-THRU.
           MOVE VFX-ANN-THRU TO VFX-ANN-NUM.
           COMPUTE VFX-ANN-INT =
               FUNCTION INTEGER-OF-DATE(VFX-ANN-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(VFX-ANN-INT) TO VFX-ANN-NUM.
           MOVE VFX-ANN-NUM TO VFX-ANN-THRU.
