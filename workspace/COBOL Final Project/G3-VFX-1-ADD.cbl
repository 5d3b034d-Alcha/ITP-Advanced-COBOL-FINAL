       COPY SELECT-VFX-GSUB.
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-SANC.
       COPY SELECT-VFX-REF.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-TOFR.
       COPY SELECT-VFX-TRIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-GSUB.
       COPY FD-JOB-LOG.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-SANC.
       COPY FD-VFX-REF.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-TOFR.
       COPY FD-VFX-TRIAL.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       PERFORM 045-OPEN-VM-SHARED.
       OPEN I-O CTL-NBR-FILE
               VFX-CC-SEC-FILE
               VFX-GSUB-FILE
               VFX-REF-FILE
               VFX-TRIAL-FILE.
       OPEN INPUT VFX-PLAN-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN INPUT VFX-TOFR-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       MOVE VFX-M-PROG      TO VFX-SAN-PROGRAM.
       MOVE WS-OPERATOR-ID  TO VFX-SAN-OPERATOR.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VFX-SAN-TODAY.
       PERFORM 700-SANC-OPEN.
       MOVE WS-TSTAMP       TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG      TO JOB-LOG-PROGRAM.
       MOVE "START"         TO JOB-LOG-EVENT.
             VFX-CC-SEC-FILE
             VFX-GSUB-FILE
             VFX-PLAN-FILE
             VFX-CCKEY-FILE
             VFX-JRNL-FILE
             VFX-SANC-FILE
             VFX-SANQ-FILE
             VFX-SANL-TXT
             VFX-REF-FILE
             VFX-TOFR-FILE
             VFX-TRIAL-FILE
             JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
             VFX-CC-SEC-FILE
             VFX-GSUB-FILE
             VFX-PLAN-FILE
             VFX-CCKEY-FILE
             VFX-JRNL-FILE
             VFX-SANC-FILE
             VFX-SANQ-FILE
             VFX-SANL-TXT
             VFX-REF-FILE
             VFX-TOFR-FILE
             VFX-TRIAL-FILE
             JOB-LOG-FILE.
      ******************************************************************
      *040-SIGN-ON validates the operator against VFX-OPER-FILE -
           ACCEPT  A-CC
           ACCEPT  A-CC-EXP
           ACCEPT  A-PLAN
           ACCEPT  A-FREQ
           ACCEPT  A-REF
           ACCEPT  A-CC2
           ACCEPT  A-CC2-EXP
           ACCEPT  A-SEL
           IF VFX-1-CHECK = 'R' OR 'r'
               MOVE SPACES TO VFX-1-CHECK
                       VFX-1-MSG
           END-READ
       END-IF.
      *Monthly unless annual is asked for, and annual only on a plan
      *that has an annual rate to charge.
       IF VFX-1-MSG = SPACES
           INSPECT VFX-1-NEW-FREQ CONVERTING "ma" TO "MA"
           IF VFX-1-NEW-FREQ = SPACE
               MOVE "M" TO VFX-1-NEW-FREQ
           END-IF
           IF VFX-1-NEW-FREQ NOT = "M" AND NOT = "A"
               MOVE "BILLED M/A - M MONTHLY OR A ANNUAL"
                   TO VFX-1-MSG
           ELSE
               IF VFX-1-NEW-FREQ = "A" AND PLAN-ANNUAL-RATE = ZERO
                   MOVE "PLAN HAS NO ANNUAL RATE - BILL MONTHLY" TO
                       VFX-1-MSG
               END-IF
           END-IF
       END-IF.
       IF VFX-1-MSG = SPACES
           IF VFX-1-NEW-CC NOT NUMERIC
               MOVE "INVALID CARD NUMBER - DIGITS ONLY" TO VFX-1-MSG
           ELSE
               MOVE VFX-1-NEW-CC TO VFX-1-LUHN-CC
               PERFORM 160-CC-CHECKSUM
               IF VFX-1-CC-FLAG NOT = 'Y'
                   MOVE "INVALID CARD NUMBER - FAILED CHECK" TO
               END-IF
           END-IF
       END-IF.
      *The backup card is optional, but one that is given has to be
      *as good as the first - it is what billing falls back on - and
      *a second copy of the same card backs nothing up.
       IF VFX-1-MSG = SPACES AND VFX-1-NEW-ALT-CC = SPACES
           MOVE SPACES TO VFX-1-NEW-ALT-EXP
       END-IF.
       IF VFX-1-MSG = SPACES AND VFX-1-NEW-ALT-CC NOT = SPACES
           IF VFX-1-NEW-ALT-CC NOT NUMERIC
               MOVE "INVALID BACKUP CARD - DIGITS ONLY" TO VFX-1-MSG
           ELSE
               MOVE VFX-1-NEW-ALT-CC TO VFX-1-LUHN-CC
               PERFORM 160-CC-CHECKSUM
               IF VFX-1-CC-FLAG NOT = 'Y'
                   MOVE "INVALID BACKUP CARD - FAILED CHECK" TO
                       VFX-1-MSG
               END-IF
           END-IF
           IF VFX-1-MSG = SPACES
                   AND VFX-1-NEW-ALT-CC = VFX-1-NEW-CC
               MOVE "BACKUP CARD IS THE SAME CARD" TO VFX-1-MSG
           END-IF
           IF VFX-1-MSG = SPACES
               IF VFX-1-NEW-ALT-EXP NOT NUMERIC
                   MOVE "INVALID BACKUP EXPIRY - USE YYYYMM" TO
                       VFX-1-MSG
               ELSE
                   MOVE VFX-1-NEW-ALT-EXP(5:2) TO VFX-CC-EXP-MM
                   IF VFX-CC-EXP-MM < 1 OR VFX-CC-EXP-MM > 12
                       MOVE "INVALID BACKUP EXPIRY MONTH" TO VFX-1-MSG
                   END-IF
               END-IF
           END-IF
       END-IF.
       IF VFX-1-MSG = SPACES AND VFX-1-REF-ID NOT = ZERO
           PERFORM 180-CHECK-REFERRER
       END-IF.
      *-----------------------------------------------------------------
      *160-CC-CHECKSUM runs a standard Luhn checksum over the 16-digit
      *card number entered on ADDSCREEN, moved to VFX-1-LUHN-CC.
       160-CC-CHECKSUM.
       MOVE ZERO TO WS-CC-SUM.
       MOVE 'N' TO VFX-1-CC-FLAG.
       PERFORM VARYING WS-CC-IDX FROM 16 BY -1 UNTIL WS-CC-IDX < 1
           COMPUTE WS-CC-POS-FROM-RIGHT = 17 - WS-CC-IDX
           MOVE VFX-1-LUHN-CC(WS-CC-IDX:1) TO WS-CC-DIGIT
           IF FUNCTION MOD(WS-CC-POS-FROM-RIGHT, 2) = 0
               COMPUTE WS-CC-DBL = WS-CC-DIGIT * 2
               IF WS-CC-DBL > 9
       MOVE SPACES TO VFX-1-RECAP-RESP.
       DISPLAY RECAPSCREEN.
       ACCEPT  R-SEL.
      *-----------------------------------------------------------------
      *180-CHECK-REFERRER vets the member named as the referrer: an
      *active member on file, not the new member under another name
      *- same address, phone or either card on file - and not at
      *the year's referral limit. Address and phone are compared
      *squeezed, so a different spacing or punctuation of the same
      *street or number still counts as the same.
       180-CHECK-REFERRER.
       MOVE VFX-1-REF-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE "REFERRING MEMBER NOT ON FILE" TO VFX-1-MSG
       END-READ.
       IF VFX-1-MSG NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF NOT VM-ACTIVE
           MOVE "REFERRING MEMBERSHIP IS NOT ACTIVE" TO VFX-1-MSG
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-1-NEW-ADDRESS TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-1-REF-KEY.
       MOVE VM-ADDRESS TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       IF VFX-SAN-KEY = VFX-1-REF-KEY
               AND VM-ZIP-KEY = VFX-1-NEW-ZIP
           MOVE "SAME ADDRESS AS REFERRER - NOT ALLOWED" TO VFX-1-MSG
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-1-NEW-PHONE TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-1-REF-KEY.
       MOVE VM-PHONE TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       IF VFX-SAN-KEY = VFX-1-REF-KEY
           MOVE "SAME PHONE AS REFERRER - NOT ALLOWED" TO VFX-1-MSG
           EXIT PARAGRAPH
       END-IF.
      *The referrer's cards are compared as stored: each new number
      *is encrypted under the key version of the referrer's card it
      *is held against rather than the referrer's number being
      *decrypted. The new member's primary and backup cards are each
      *checked against both of the referrer's.
       MOVE VFX-1-REF-ID TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VFX-1-NEW-CC TO VFX-PAN-CLEAR
               PERFORM 185-MATCH-REF-CARD
               IF VFX-1-MSG = SPACES
                       AND VFX-1-NEW-ALT-CC NOT = SPACES
                   MOVE VFX-1-NEW-ALT-CC TO VFX-PAN-CLEAR
                   PERFORM 185-MATCH-REF-CARD
               END-IF
       END-READ.
       IF VFX-1-MSG NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE ZERO TO VFX-1-REF-COUNT.
       MOVE 'N' TO VFX-1-REF-EOF-FLAG.
       MOVE VFX-1-REF-ID TO REF-REFERRER-ID.
       START VFX-REF-FILE KEY IS EQUAL TO REF-REFERRER-ID
           INVALID KEY
               MOVE 'Y' TO VFX-1-REF-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-1-REF-EOF
           READ VFX-REF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-1-REF-EOF-FLAG
               NOT AT END
                   IF REF-REFERRER-ID NOT = VFX-1-REF-ID
                       MOVE 'Y' TO VFX-1-REF-EOF-FLAG
                   ELSE
                       IF REF-DATE(1:4) = WS-YEAR
                           ADD 1 TO VFX-1-REF-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-1-REF-COUNT NOT < VFX-REF-YEAR-CAP
           MOVE "REFERRER IS AT THIS YEAR'S LIMIT" TO VFX-1-MSG
       END-IF.
      *-----------------------------------------------------------------
      *185-MATCH-REF-CARD holds the card number in VFX-PAN-CLEAR
      *against the referrer's primary card and, when one is on file,
      *the referrer's backup card.
       185-MATCH-REF-CARD.
       MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER.
       PERFORM 962-PAN-ENCRYPT.
       IF CC-SEC-CC-FULL = VFX-PAN-CIPHER
           MOVE "SAME CARD AS REFERRER - NOT ALLOWED" TO VFX-1-MSG
           EXIT PARAGRAPH
       END-IF.
       IF CC-SEC-ALT-FULL = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE CC-SEC-ALT-KEY-VER TO VFX-PAN-KEY-VER.
       PERFORM 962-PAN-ENCRYPT.
       IF CC-SEC-ALT-FULL = VFX-PAN-CIPHER
           MOVE "SAME CARD AS REFERRER - NOT ALLOWED" TO VFX-1-MSG
       END-IF.
      ******************************************************************
       200-ADD.
       MOVE 'N' TO VFX-1-REACT-FLAG.
       PERFORM 270-SECURE-CARD.
       MOVE VFX-1-CC-TOKEN     TO VM-CC.
       MOVE VFX-1-NEW-PLAN     TO VM-PLAN-CODE.
       PERFORM 220-SCREEN-MEMBER.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VM-ENROLL-DATE.
       MOVE SPACES             TO VM-CANCEL-DATE.
      *member inquiry edit screen is where a family sets one.
       MOVE SPACES             TO VM-MAX-RATING.
       MOVE SPACES             TO VM-EMAIL-FLAG.
       MOVE SPACES             TO VM-LEGAL-HOLD.
       MOVE SPACES             TO VM-PAUSE-DATE.
       MOVE SPACES             TO VM-RESUME-DATE.
       MOVE SPACES             TO VM-RESUME-NOTICE.
       MOVE SPACES             TO VM-ATO-HOLD.
       MOVE SPACES             TO VM-TRIAL-END.
       MOVE VFX-1-NEW-FREQ     TO VM-BILL-FREQ.
       MOVE SPACES             TO VM-PAID-THRU.
       MOVE SPACES             TO VM-RENEW-NOTICE.
       MOVE WS-OPERATOR-ID     TO VM-OPERATOR-ID.
       WRITE VM-REC.
       MOVE "VMFILE" TO JRNL-FILE-NAME.
       MOVE 'W'      TO JRNL-ACTION.
       MOVE VM-REC   TO JRNL-DATA.
       PERFORM 980-WRITE-JRNL.
       PERFORM 295-FILE-REFERRAL.
       PERFORM 285-REDEEM-GIFT-SUB.
       PERFORM 287-START-TRIAL.
       PERFORM 290-OFFER-CAP1-CARD.
       DISPLAY BLANK-SCREEN.
       DISPLAY 'RETURNING TO VUFLIX MENU'.
       DISPLAY "PRESS 'ENTER' TO RETURN".
       ACCEPT VFX-1-RESP.
      *-----------------------------------------------------------------
      *220-SCREEN-MEMBER runs the name and address just typed against
      *the sanctions watch list before VM-REC is written. A possible
      *match goes on the compliance review queue and the membership
      *is written on compliance hold instead of active - no
      *purchases, no billing, no co-brand offer - until a supervisor
      *clears it in G3-VFX-161-SANC-REV.
       220-SCREEN-MEMBER.
       MOVE 'M'                TO VFX-SAN-SUBJ-TYPE.
       MOVE VFX-1-NEW-ID       TO VFX-SAN-SUBJ-ID.
       MOVE SPACES             TO VFX-SAN-NAME-1.
       STRING VFX-1-NEW-FNAME " " VFX-1-NEW-LNAME
           DELIMITED BY SIZE INTO VFX-SAN-NAME-1.
       MOVE SPACES             TO VFX-SAN-NAME-2.
       STRING VFX-1-NEW-LNAME " " VFX-1-NEW-FNAME
           DELIMITED BY SIZE INTO VFX-SAN-NAME-2.
       MOVE VFX-1-NEW-ADDRESS  TO VFX-SAN-ADDRESS.
       MOVE VFX-1-NEW-ZIP      TO VFX-SAN-ZIP.
       PERFORM 710-SANC-SCREEN.
       IF VFX-SAN-HIT
           SET VM-COMP-HOLD    TO TRUE
           DISPLAY BLANK-SCREEN
           DISPLAY 'POSSIBLE WATCH-LIST MATCH - THE MEMBERSHIP IS'
           DISPLAY 'ON COMPLIANCE HOLD PENDING SUPERVISOR REVIEW.'
           DISPLAY "PRESS 'ENTER' TO CONTINUE"
           ACCEPT VFX-1-RESP
       ELSE
           SET VM-ACTIVE       TO TRUE
       END-IF.
      *-----------------------------------------------------------------
      *250-CHECK-DUP-EMAIL looks VM-FILE up by the alternate email key
      *before a new member is written, so a re-entered member doesn't
      *silently fail on the duplicate key or land under a second VM-ID.
      *writing a second record, clearing VM-CANCELED and refreshing
      *their contact info and card from what was just typed in.
       280-REACTIVATE.
       MOVE VM-REC             TO WS-JRNL-BEFORE.
       MOVE VFX-1-NEW-FNAME    TO VM-FNAME.
       MOVE VFX-1-NEW-LNAME    TO VM-LNAME-KEY.
       MOVE VFX-1-NEW-ADDRESS  TO VM-ADDRESS.
       PERFORM 270-SECURE-CARD.
       MOVE VFX-1-CC-TOKEN     TO VM-CC.
       MOVE VFX-1-NEW-PLAN     TO VM-PLAN-CODE.
       PERFORM 220-SCREEN-MEMBER.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VM-REACT-DATE.
       MOVE SPACES             TO VM-CANCEL-DATE.
      *Billing is as chosen this time round; a month the old term
      *was paid through still counts, but its notice does not.
       MOVE VFX-1-NEW-FREQ     TO VM-BILL-FREQ.
       MOVE SPACES             TO VM-RENEW-NOTICE.
      *The email was just retyped at the signup screen, so any
      *undeliverable flag from the old address no longer applies.
       MOVE SPACES             TO VM-EMAIL-FLAG.
       MOVE VM-REC   TO JRNL-DATA.
       PERFORM 980-WRITE-JRNL.
       DISPLAY BLANK-SCREEN.
       IF VM-COMP-HOLD
           DISPLAY 'MEMBERSHIP REOPENED ON COMPLIANCE HOLD'
       ELSE
           DISPLAY 'MEMBERSHIP REACTIVATED'
       END-IF.
      *A returning member was no one's new signup, so a referrer
      *typed in earns nothing.
       IF VFX-1-REF-ID NOT = ZERO
           DISPLAY 'RETURNING MEMBER - NO REFERRAL RECORDED'
       END-IF.
       DISPLAY "PRESS 'ENTER' TO RETURN".
       ACCEPT VFX-1-RESP.
      *-----------------------------------------------------------------
      *270-SECURE-CARD writes the full card number to VFX-CC-SEC-FILE,
      *keyed by the new member's ID and encrypted under the current
      *key version, and builds a masked last-4 token so the full
      *number never lands in VM-CC. A backup card goes on the same
      *record the same way, its masked token with it.
       270-SECURE-CARD.
       MOVE VFX-1-NEW-ID  TO CC-SEC-MBR-ID.
       MOVE VFX-1-NEW-CC  TO VFX-PAN-CLEAR.
       PERFORM 958-PAN-CURRENT-VER.
       PERFORM 962-PAN-ENCRYPT.
       MOVE VFX-PAN-CIPHER  TO CC-SEC-CC-FULL.
       MOVE VFX-PAN-KEY-VER TO CC-SEC-KEY-VER.
       MOVE VFX-1-NEW-CC-EXP TO CC-SEC-EXP-YM.
       MOVE SPACES TO CC-SEC-ALT-FULL.
       MOVE SPACES TO CC-SEC-ALT-EXP-YM.
       MOVE ZERO   TO CC-SEC-ALT-KEY-VER.
       MOVE SPACES TO CC-SEC-ALT-MASK.
       IF VFX-1-NEW-ALT-CC NOT = SPACES
           MOVE VFX-1-NEW-ALT-CC TO VFX-PAN-CLEAR
           PERFORM 958-PAN-CURRENT-VER
           PERFORM 962-PAN-ENCRYPT
           MOVE VFX-PAN-CIPHER    TO CC-SEC-ALT-FULL
           MOVE VFX-PAN-KEY-VER   TO CC-SEC-ALT-KEY-VER
           MOVE VFX-1-NEW-ALT-EXP TO CC-SEC-ALT-EXP-YM
           MOVE "************"    TO CC-SEC-ALT-MASK(1:12)
           MOVE VFX-1-NEW-ALT-CC(13:4) TO CC-SEC-ALT-MASK(13:4)
       END-IF.
       WRITE CC-SEC-REC
           INVALID KEY
               REWRITE CC-SEC-REC
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
      *290-OFFER-CAP1-CARD pitches the co-brand card to the member
      *just signed up - the bigger half of the program than linking
      *Capital One takes; the decision file comes back through
      *G3-VFX-129-CAP1-DEC.
       290-OFFER-CAP1-CARD.
      *A member on compliance hold is never put forward to the bank.
       IF VM-COMP-HOLD
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "APPLY FOR THE CAPITAL ONE CO-BRAND CARD? (Y/N): ".
       ACCEPT VFX-1-CAP1-RESP.
       IF VFX-1-CAP1-RESP = 'Y' OR 'y'
                   "WITHIN A FEW DAYS"
       END-IF.
      ******************************************************************
      *295-FILE-REFERRAL links the new member to the referrer vetted
      *by 180-CHECK-REFERRER. The row stays pending until the new
      *member's first cycle is paid - G3-VFX-165-REFERRAL issues
      *both credits then.
       295-FILE-REFERRAL.
       IF VFX-1-REF-ID = ZERO
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-1-NEW-ID       TO REF-MBR-ID.
       MOVE VFX-1-REF-ID       TO REF-REFERRER-ID.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO REF-DATE.
       SET REF-PENDING         TO TRUE.
       MOVE SPACES             TO REF-CYCLE.
       MOVE SPACES             TO REF-CREDIT-DATE.
       MOVE ZERO               TO REF-CREDIT-AMT.
       MOVE SPACES             TO REF-NEW-GC-NBR.
       MOVE SPACES             TO REF-REFR-GC-NBR.
       MOVE WS-OPERATOR-ID     TO REF-OPERATOR-ID.
       WRITE REF-REC
           INVALID KEY
               DISPLAY "REFERRAL ALREADY ON FILE FOR MEMBER "
                       VFX-1-NEW-ID
       END-WRITE.
      ******************************************************************
      *285-REDEEM-GIFT-SUB ties a gift subscription certificate to
      *the member just signed up: the member goes onto the gifted
      *plan and the billing extract skips their charge while the
                       STRING WS-YEAR WS-MONTH WS-DAY
                           DELIMITED BY SIZE INTO GSUB-REDEEM-DATE
                       REWRITE GSUB-REC
                       MOVE VM-REC TO WS-JRNL-BEFORE
                       MOVE GSUB-PLAN-CODE TO VM-PLAN-CODE
                       REWRITE VM-REC
                       MOVE "VMFILE" TO JRNL-FILE-NAME
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      *287-START-TRIAL puts the member just signed up on a free trial
      *offer: trial status, no billing until the day after the last
      *free day, and the offer's purchase limit until then. One trial
      *per person - a member whose email is already on file, or who
      *is on compliance hold, is not offered one. A code not on the
      *offer table, or retired, is asked for again.
       287-START-TRIAL.
       IF NOT VM-ACTIVE OR VFX-1-DUP-FLAG = 'Y'
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-1-TRIAL-DONE-FLAG.
       PERFORM UNTIL VFX-1-TRIAL-DONE
           DISPLAY "FREE TRIAL OFFER CODE (BLANK = NONE): "
           ACCEPT VFX-1-TRIAL-CODE
           INSPECT VFX-1-TRIAL-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF VFX-1-TRIAL-CODE = SPACES
               MOVE 'Y' TO VFX-1-TRIAL-DONE-FLAG
           ELSE
               MOVE VFX-1-TRIAL-CODE TO TOFR-CODE
               READ VFX-TOFR-FILE
                   INVALID KEY
                       DISPLAY "TRIAL OFFER CODE NOT ON FILE"
                   NOT INVALID KEY
                       IF TOFR-RETIRED OR TOFR-DAYS = ZERO
                           DISPLAY "TRIAL OFFER IS NO LONGER RUNNING"
                       ELSE
                           MOVE 'Y' TO VFX-1-TRIAL-DONE-FLAG
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
       IF VFX-1-TRIAL-CODE = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ENROLL-DATE TO VFX-1-TRIAL-NUM.
       COMPUTE VFX-1-TRIAL-INT =
           FUNCTION INTEGER-OF-DATE(VFX-1-TRIAL-NUM) + TOFR-DAYS - 1.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-1-TRIAL-INT)
           TO VFX-1-TRIAL-NUM.
       MOVE VM-ID-KEY          TO TRIAL-MBR-ID.
       MOVE TOFR-CODE          TO TRIAL-OFFER-CODE.
       MOVE VM-ENROLL-DATE     TO TRIAL-START-DATE.
       MOVE VFX-1-TRIAL-NUM    TO TRIAL-END-DATE.
       SET TRIAL-IN-TRIAL      TO TRUE.
       MOVE SPACES             TO TRIAL-OUTCOME-DATE.
       MOVE SPACES             TO TRIAL-NOTICE.
       MOVE TOFR-PUR-LIMIT     TO TRIAL-PUR-LIMIT.
       MOVE WS-OPERATOR-ID     TO TRIAL-OPERATOR-ID.
       WRITE TRIAL-REC
           INVALID KEY
               DISPLAY "A TRIAL IS ALREADY ON FILE FOR MEMBER "
                       VM-ID-KEY " - NO TRIAL STARTED"
               EXIT PARAGRAPH
       END-WRITE.
       MOVE VM-REC TO WS-JRNL-BEFORE.
       SET VM-TRIAL TO TRUE.
       MOVE TRIAL-END-DATE TO VM-TRIAL-END.
       REWRITE VM-REC.
       MOVE "VMFILE" TO JRNL-FILE-NAME.
       MOVE 'R'      TO JRNL-ACTION.
       MOVE VM-REC   TO JRNL-DATA.
       PERFORM 980-WRITE-JRNL.
       MOVE TOFR-PUR-LIMIT TO VFX-1-TRIAL-LIMIT-ED.
       DISPLAY "FREE TRIAL STARTED - " TOFR-DAYS
               " DAYS, BILLING BEGINS THE DAY AFTER " TRIAL-END-DATE.
       DISPLAY "PURCHASES DURING THE TRIAL ARE LIMITED TO "
               VFX-1-TRIAL-LIMIT-ED.
      ******************************************************************
      *700-SANC-OPEN opens the watch list, the review queue and the
      *evidence log. The list's publication date rides on every
      *entry, so the first one read says which list this screening
      *is against; a list not yet loaded screens nothing, and the
      *evidence log says so rather than recording a clean pass.
       700-SANC-OPEN.
       MOVE 'N' TO VFX-SAN-LIST-FLAG.
       MOVE SPACES TO VFX-SAN-LIST-DATE.
       OPEN INPUT VFX-SANC-FILE.
       IF WS-SANC-STATUS = "00"
           MOVE LOW-VALUES TO SANC-ENTRY-ID
           START VFX-SANC-FILE KEY IS NOT LESS THAN SANC-ENTRY-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ VFX-SANC-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SANC-LIST-DATE TO VFX-SAN-LIST-DATE
                           MOVE 'Y' TO VFX-SAN-LIST-FLAG
                   END-READ
           END-START
       END-IF.
       OPEN I-O VFX-SANQ-FILE.
       OPEN EXTEND VFX-SANL-TXT.
      *-----------------------------------------------------------------
      *710-SANC-SCREEN checks the party the caller loaded into
      *VFX-SAN-SUBJ-* and VFX-SAN-NAME-*/ADDRESS/ZIP against the list
      *by name, either order, and by address. Each match goes on the
      *review queue unless a supervisor already decided it;
      *VFX-SAN-HIT comes back set when any match is still open or was
      *confirmed - the party must not go active.
       710-SANC-SCREEN.
       MOVE 'N' TO VFX-SAN-HIT-FLAG.
       MOVE ZERO TO VFX-SAN-HIT-COUNT.
       MOVE ZERO TO VFX-SAN-NEW-COUNT.
       IF NOT VFX-SAN-LIST-OK
           MOVE "SCREEN"  TO SANL-EVENT
           MOVE "NO LIST" TO SANL-RESULT
           MOVE SPACES    TO SANL-ENTRY-ID
           MOVE "NO WATCH LIST LOADED" TO SANL-NOTE
           PERFORM 760-SANC-LOG
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-SAN-NAME-1 TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-SAN-NAME-KEY-1.
       MOVE VFX-SAN-NAME-2 TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE VFX-SAN-KEY TO VFX-SAN-NAME-KEY-2.
       MOVE VFX-SAN-ADDRESS TO VFX-SAN-RAW.
       PERFORM 750-SANC-SQUEEZE.
       MOVE SPACES TO VFX-SAN-ADDR-KEY.
       IF VFX-SAN-KEY NOT = SPACES
           MOVE VFX-SAN-KEY(1:20) TO VFX-SAN-ADDR-KEY(1:20)
           MOVE VFX-SAN-ZIP TO VFX-SAN-ADDR-KEY(21:5)
       END-IF.
       IF VFX-SAN-NAME-KEY-1 NOT = SPACES
           MOVE VFX-SAN-NAME-KEY-1 TO SANC-NAME-KEY
           PERFORM 720-SANC-BY-NAME
       END-IF.
       IF VFX-SAN-NAME-KEY-2 NOT = SPACES
               AND VFX-SAN-NAME-KEY-2 NOT = VFX-SAN-NAME-KEY-1
           MOVE VFX-SAN-NAME-KEY-2 TO SANC-NAME-KEY
           PERFORM 720-SANC-BY-NAME
       END-IF.
       IF VFX-SAN-ADDR-KEY NOT = SPACES
           PERFORM 730-SANC-BY-ADDR
       END-IF.
       MOVE "SCREEN" TO SANL-EVENT.
       IF VFX-SAN-HIT
           MOVE "HOLD"  TO SANL-RESULT
       ELSE
           MOVE "CLEAR" TO SANL-RESULT
       END-IF.
       MOVE SPACES TO SANL-ENTRY-ID.
       MOVE SPACES TO SANL-NOTE.
       STRING "POSSIBLE MATCHES " VFX-SAN-HIT-COUNT
           DELIMITED BY SIZE INTO SANL-NOTE.
       PERFORM 760-SANC-LOG.
      *-----------------------------------------------------------------
      *720-SANC-BY-NAME walks every listed party sharing the squeezed
      *name in SANC-NAME-KEY; one whose address also lines up is a
      *match on both.
       720-SANC-BY-NAME.
       MOVE SANC-NAME-KEY TO VFX-SAN-KEY.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANC-FILE KEY IS EQUAL TO SANC-NAME-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF SANC-NAME-KEY NOT = VFX-SAN-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       MOVE 'N' TO VFX-SAN-MATCH
                       IF SANC-ADDR-KEY = VFX-SAN-ADDR-KEY
                           MOVE 'B' TO VFX-SAN-MATCH
                       END-IF
                       PERFORM 740-SANC-QUEUE
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
      *730-SANC-BY-ADDR catches the listed party trading under a
      *different name at the same address. One whose name matched
      *too was already queued by 720-SANC-BY-NAME.
       730-SANC-BY-ADDR.
       MOVE VFX-SAN-ADDR-KEY TO SANC-ADDR-KEY.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANC-FILE KEY IS EQUAL TO SANC-ADDR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF SANC-ADDR-KEY NOT = VFX-SAN-ADDR-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       IF SANC-NAME-KEY NOT = VFX-SAN-NAME-KEY-1
                               AND SANC-NAME-KEY NOT =
                                   VFX-SAN-NAME-KEY-2
                           MOVE 'A' TO VFX-SAN-MATCH
                           PERFORM 740-SANC-QUEUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
      *740-SANC-QUEUE puts one party/listed-entry pair on the review
      *queue the first time it turns up. A pair already there keeps
      *its decision: cleared stays cleared, open or confirmed still
      *holds the party.
       740-SANC-QUEUE.
       ADD 1 TO VFX-SAN-HIT-COUNT.
       MOVE VFX-SAN-SUBJ-TYPE TO SANQ-SUBJ-TYPE.
       MOVE VFX-SAN-SUBJ-ID   TO SANQ-SUBJ-ID.
       MOVE SANC-ENTRY-ID     TO SANQ-ENTRY-ID.
       READ VFX-SANQ-FILE
           INVALID KEY
               MOVE VFX-SAN-SUBJ-TYPE TO SANQ-SUBJ-TYPE
               MOVE VFX-SAN-SUBJ-ID   TO SANQ-SUBJ-ID
               MOVE SANC-ENTRY-ID     TO SANQ-ENTRY-ID
               MOVE VFX-SAN-NAME-1    TO SANQ-SUBJ-NAME
               MOVE VFX-SAN-MATCH     TO SANQ-MATCH
               SET SANQ-OPEN          TO TRUE
               MOVE VFX-SAN-TODAY     TO SANQ-QUEUE-DATE
               MOVE VFX-SAN-PROGRAM   TO SANQ-SOURCE
               MOVE VFX-SAN-LIST-DATE TO SANQ-LIST-DATE
               MOVE SPACES            TO SANQ-DEC-OPER
               MOVE SPACES            TO SANQ-DEC-DATE
               MOVE SPACES            TO SANQ-DEC-NOTE
               WRITE SANQ-REC
               ADD 1 TO VFX-SAN-NEW-COUNT
               MOVE 'Y' TO VFX-SAN-HIT-FLAG
               MOVE "QUEUED"      TO SANL-EVENT
               MOVE "OPEN"        TO SANL-RESULT
               MOVE SANC-ENTRY-ID TO SANL-ENTRY-ID
               MOVE SANC-NAME     TO SANL-NOTE
               PERFORM 760-SANC-LOG
           NOT INVALID KEY
               IF NOT SANQ-CLEARED
                   MOVE 'Y' TO VFX-SAN-HIT-FLAG
               END-IF
       END-READ.
      *-----------------------------------------------------------------
      *750-SANC-SQUEEZE folds VFX-SAN-RAW to upper case and keeps only
      *its letters and digits, so "O'Neil, J." and "ONEIL J" land on
      *the same key.
       750-SANC-SQUEEZE.
       INSPECT VFX-SAN-RAW
           CONVERTING VFX-SAN-LOWER TO VFX-SAN-UPPER.
       MOVE SPACES TO VFX-SAN-KEY.
       MOVE ZERO TO VFX-SAN-J.
       PERFORM VARYING VFX-SAN-I FROM 1 BY 1 UNTIL VFX-SAN-I > 40
           MOVE VFX-SAN-RAW(VFX-SAN-I:1) TO VFX-SAN-CHAR
           IF (VFX-SAN-CHAR IS ALPHABETIC
                   AND VFX-SAN-CHAR NOT = SPACE)
                   OR VFX-SAN-CHAR IS NUMERIC
               IF VFX-SAN-J < 30
                   ADD 1 TO VFX-SAN-J
                   MOVE VFX-SAN-CHAR TO VFX-SAN-KEY(VFX-SAN-J:1)
               END-IF
           END-IF
       END-PERFORM.
      *-----------------------------------------------------------------
      *760-SANC-LOG appends one line to the screening evidence log;
      *callers set the event, result, entry and note first.
       760-SANC-LOG.
       MOVE FUNCTION CURRENT-DATE TO SANL-TSTAMP.
       MOVE VFX-SAN-SUBJ-TYPE TO SANL-SUBJ-TYPE.
       MOVE VFX-SAN-SUBJ-ID   TO SANL-SUBJ-ID.
       MOVE VFX-SAN-LIST-DATE TO SANL-LIST-DATE.
       MOVE VFX-SAN-PROGRAM   TO SANL-PROGRAM.
       MOVE VFX-SAN-OPERATOR  TO SANL-OPERATOR.
       WRITE SANL-REC.
      ******************************************************************
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
      ******************************************************************
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
      ******************************************************************
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
      ******************************************************************
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
