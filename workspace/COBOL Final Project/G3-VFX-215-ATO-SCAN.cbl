      ******************************************************************
      *PROGRAM:  Account Takeover Scan
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly look at every member whose email, phone,
      *          address or card changed in the last few days, set
      *          against what happened on the account after the
      *          change: purchases far above the member's own normal
      *          level, rentals and 4K upgrades, new viewer
      *          profiles. The purchase screen's velocity check only
      *          ever sees today. Each signal carries points; a
      *          member who scores at the hold level has purchases
      *          blocked, goes on the fraud hold queue for a
      *          supervisor, and is sent a verification notice at
      *          the email they had before the changes. Every member
      *          looked at is listed on the report with the signals
      *          found.
      ******************************************************************
       PROGRAM-ID. G3-VFX-215-ATO-SCAN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-PROF.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-FHOLD.
       COPY SELECT-VFX-ATON.
       COPY SELECT-VFX-ATORPT.
       COPY SELECT-VFX-CONT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VFX-PROF.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-FHOLD.
       COPY FD-VFX-ATON.
       COPY FD-VFX-ATORPT.
       COPY FD-VFX-CONT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-215-ATO-SCAN' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       MOVE WS-BUS-DATE TO VFX-215-BUS-NUM.
       COMPUTE VFX-215-WORK-INT =
           FUNCTION INTEGER-OF-DATE(VFX-215-BUS-NUM)
         - VFX-215-LOOKBACK.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-215-WORK-INT)
           TO VFX-215-DATE-NUM.
       MOVE VFX-215-DATE-NUM TO VFX-215-FROM-DATE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
      *The audit log is read through once for the changes, then
      *reopened to take the hold lines.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       PERFORM 100-COLLECT-CHANGES.
       CLOSE VFX-MBR-AUDIT-FILE.
       OPEN I-O VM-FILE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-PROF-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN I-O VFX-FHOLD-FILE.
       OPEN OUTPUT VFX-ATON-FILE.
       OPEN OUTPUT VFX-ATORPT-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       PERFORM 150-PRINT-HEADER.
       PERFORM VARYING VFX-215-MX FROM 1 BY 1
               UNTIL VFX-215-MX > VFX-215-COUNT
           PERFORM 200-JUDGE-MEMBER
       END-PERFORM.
       IF VFX-215-JUDGED-COUNT = ZERO
           MOVE "  (NONE)" TO ATORPT-LINE
           WRITE ATORPT-LINE
       END-IF.
       PERFORM 600-PRINT-TOTALS.
       DISPLAY "G3-VFX-215-ATO-SCAN: " VFX-215-JUDGED-COUNT
               " MEMBERS SCORED, " VFX-215-HELD-COUNT " HELD, "
               VFX-215-NOTICE-COUNT " NOTICES".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
       MOVE "END"                TO JOB-LOG-EVENT.
       MOVE VFX-215-HELD-COUNT   TO JOB-LOG-COUNT.
       MOVE "COMPLETE"           TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-PROF-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-FHOLD-FILE.
       CLOSE VFX-ATON-FILE.
       CLOSE VFX-ATORPT-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXATORPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the scan from the BUSDATE control
      *record, falling back to the calendar date when no control
      *record exists yet.
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
      *100-COLLECT-CHANGES reads the member audit log for contact and
      *card changes inside the lookback and gathers them by member.
       100-COLLECT-CHANGES.
       MOVE 'N' TO VFX-215-AUD-EOF-FLAG.
       PERFORM UNTIL VFX-215-AUD-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-215-AUD-EOF-FLAG
               NOT AT END
                   ADD 1 TO VFX-215-LINE-COUNT
                   PERFORM 110-ONE-CHANGE
           END-READ
       END-PERFORM.
      ******************************************************************
      *110-ONE-CHANGE keeps the first day each kind of change was
      *made. A card swap is taken from the lines written when a card
      *goes onto the secured-card file, since that record carries no
      *date of its own. The issuer's reissue feed and the postal
      *change-of-address feed are not the member's doing and are
      *passed over, as is a backup card being removed.
       110-ONE-CHANGE.
       MOVE MAUD-TSTAMP(1:8) TO VFX-215-AUD-DATE.
       IF VFX-215-AUD-DATE < VFX-215-FROM-DATE
               OR VFX-215-AUD-DATE > WS-BUS-DATE
           EXIT PARAGRAPH
       END-IF.
       IF MAUD-OPERATOR-ID = "ACCTUPD" OR MAUD-OPERATOR-ID = "COAFEED"
           EXIT PARAGRAPH
       END-IF.
       EVALUATE MAUD-FIELD
           WHEN "EMAIL"
           WHEN "PHONE"
           WHEN "ADDRESS"
           WHEN "ZIP"
           WHEN "CARD"
               CONTINUE
           WHEN "BACKUPCC"
               IF MAUD-NEW-VALUE = "REMOVED"
                   EXIT PARAGRAPH
               END-IF
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       PERFORM 120-FIND-ENTRY.
       IF VFX-215-IX = ZERO
           EXIT PARAGRAPH
       END-IF.
       IF VFX-215-E-FIRST-DATE(VFX-215-IX) = SPACES
               OR VFX-215-AUD-DATE < VFX-215-E-FIRST-DATE(VFX-215-IX)
           MOVE VFX-215-AUD-DATE TO VFX-215-E-FIRST-DATE(VFX-215-IX)
       END-IF.
       EVALUATE MAUD-FIELD
           WHEN "EMAIL"
               IF VFX-215-E-EMAIL-DATE(VFX-215-IX) = SPACES
                   MOVE VFX-215-AUD-DATE
                       TO VFX-215-E-EMAIL-DATE(VFX-215-IX)
                   MOVE MAUD-OLD-VALUE
                       TO VFX-215-E-PRIOR-EMAIL(VFX-215-IX)
               END-IF
           WHEN "PHONE"
               IF VFX-215-E-PHONE-DATE(VFX-215-IX) = SPACES
                   MOVE VFX-215-AUD-DATE
                       TO VFX-215-E-PHONE-DATE(VFX-215-IX)
               END-IF
           WHEN "ADDRESS"
           WHEN "ZIP"
               IF VFX-215-E-ADDR-DATE(VFX-215-IX) = SPACES
                   MOVE VFX-215-AUD-DATE
                       TO VFX-215-E-ADDR-DATE(VFX-215-IX)
               END-IF
           WHEN OTHER
               IF VFX-215-E-CARD-DATE(VFX-215-IX) = SPACES
                   MOVE VFX-215-AUD-DATE
                       TO VFX-215-E-CARD-DATE(VFX-215-IX)
               END-IF
               MOVE MAUD-NEW-VALUE(1:16)
                   TO VFX-215-E-CARD-MASK(VFX-215-IX)
               IF MAUD-FIELD = "CARD"
                   MOVE 'P' TO VFX-215-E-CARD-KIND(VFX-215-IX)
               ELSE
                   MOVE 'B' TO VFX-215-E-CARD-KIND(VFX-215-IX)
               END-IF
       END-EVALUATE.
      ******************************************************************
      *120-FIND-ENTRY points VFX-215-IX at the member's entry, adding
      *one for a member not seen yet. A full table leaves it zero and
      *the change is counted as not judged.
       120-FIND-ENTRY.
       PERFORM VARYING VFX-215-IX FROM 1 BY 1
               UNTIL VFX-215-IX > VFX-215-COUNT
                  OR VFX-215-E-MBR-ID(VFX-215-IX) = MAUD-MBR-ID
           CONTINUE
       END-PERFORM.
       IF VFX-215-IX > VFX-215-COUNT
           IF VFX-215-COUNT NOT < VFX-215-MAX
               ADD 1 TO VFX-215-OVER-COUNT
               MOVE ZERO TO VFX-215-IX
           ELSE
               ADD 1 TO VFX-215-COUNT
               MOVE SPACES TO VFX-215-ENTRY(VFX-215-IX)
               MOVE MAUD-MBR-ID TO VFX-215-E-MBR-ID(VFX-215-IX)
           END-IF
       END-IF.
      ******************************************************************
       150-PRINT-HEADER.
       MOVE SPACES TO ATORPT-LINE.
       STRING "ACCOUNT TAKEOVER SCAN FOR " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           " - CHANGES SINCE " DELIMITED BY SIZE
           VFX-215-FROM-DATE DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE SPACES TO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE "MEMBER   CHANGED  SIGNALS                              "
         & "                       SPEND AFTER SCORE  OUTCOME"
           TO ATORPT-LINE.
       WRITE ATORPT-LINE.
      ******************************************************************
      *200-JUDGE-MEMBER scores one member's changes against the days
      *after them. A member gone, canceled, merged away or already
      *held is passed over.
       200-JUDGE-MEMBER.
       MOVE VFX-215-E-MBR-ID(VFX-215-MX) TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF VM-ERASED OR VM-CANCELED OR VM-MERGED OR VM-TAKEOVER-HOLD
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-215-JUDGED-COUNT.
       MOVE VFX-215-E-FIRST-DATE(VFX-215-MX) TO VFX-215-CHG-DATE.
       PERFORM 210-SET-WINDOWS.
       PERFORM 300-SCAN-PURCHASES.
       PERFORM 350-SCAN-PROFILES.
       PERFORM 250-SCORE-MEMBER.
       PERFORM 400-CHECK-PRIOR-HOLD.
       EVALUATE TRUE
           WHEN VFX-215-SCORE < VFX-215-HOLD-SCORE
               MOVE "PASSED" TO VFX-215-OUTCOME
               ADD 1 TO VFX-215-PASSED-COUNT
           WHEN VFX-215-SKIP
               MOVE "REVIEWED EARLIER" TO VFX-215-OUTCOME
               ADD 1 TO VFX-215-PASSED-COUNT
           WHEN OTHER
               PERFORM 500-HOLD-MEMBER
               MOVE "HELD" TO VFX-215-OUTCOME
       END-EVALUATE.
       PERFORM 490-DETAIL-LINE.
      ******************************************************************
      *210-SET-WINDOWS sets the days after the first change that are
      *judged - never past tonight - and the baseline days before it.
       210-SET-WINDOWS.
       MOVE VFX-215-CHG-DATE TO VFX-215-DATE-NUM.
       COMPUTE VFX-215-WORK-INT =
           FUNCTION INTEGER-OF-DATE(VFX-215-DATE-NUM)
         + VFX-215-WINDOW.
       IF VFX-215-WORK-INT >
               FUNCTION INTEGER-OF-DATE(VFX-215-BUS-NUM)
           MOVE WS-BUS-DATE TO VFX-215-WIN-END
       ELSE
           MOVE FUNCTION DATE-OF-INTEGER(VFX-215-WORK-INT)
               TO VFX-215-DATE-NUM
           MOVE VFX-215-DATE-NUM TO VFX-215-WIN-END
       END-IF.
       MOVE VFX-215-CHG-DATE TO VFX-215-DATE-NUM.
       MOVE VFX-215-WIN-END  TO VFX-215-END-NUM.
       COMPUTE VFX-215-WIN-DAYS =
           FUNCTION INTEGER-OF-DATE(VFX-215-END-NUM)
         - FUNCTION INTEGER-OF-DATE(VFX-215-DATE-NUM) + 1.
       COMPUTE VFX-215-WORK-INT =
           FUNCTION INTEGER-OF-DATE(VFX-215-DATE-NUM)
         - VFX-215-BASE-DAYS.
       MOVE FUNCTION DATE-OF-INTEGER(VFX-215-WORK-INT)
           TO VFX-215-DATE-NUM.
       MOVE VFX-215-DATE-NUM TO VFX-215-BASE-FROM.
      ******************************************************************
      *250-SCORE-MEMBER adds up the points and spells out the signals
      *for the report and the hold row.
       250-SCORE-MEMBER.
       MOVE ZERO   TO VFX-215-SCORE.
       MOVE SPACES TO VFX-215-SIGNALS.
       MOVE 1      TO VFX-215-SIG-PTR.
       IF VFX-215-E-EMAIL-DATE(VFX-215-MX) NOT = SPACES
           ADD VFX-215-PTS-EMAIL TO VFX-215-SCORE
           STRING "EMAIL " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
       IF VFX-215-E-PHONE-DATE(VFX-215-MX) NOT = SPACES
           ADD VFX-215-PTS-PHONE TO VFX-215-SCORE
           STRING "PHONE " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
       IF VFX-215-E-ADDR-DATE(VFX-215-MX) NOT = SPACES
           ADD VFX-215-PTS-ADDR TO VFX-215-SCORE
           STRING "ADDRESS " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
       IF VFX-215-E-CARD-DATE(VFX-215-MX) NOT = SPACES
           PERFORM 260-CHECK-CARD
           IF VFX-215-CARD-ON-FILE
               ADD VFX-215-PTS-CARD TO VFX-215-SCORE
               STRING "CARD " DELIMITED BY SIZE INTO VFX-215-SIGNALS
                   WITH POINTER VFX-215-SIG-PTR
           END-IF
       END-IF.
      *Two or more kinds of change on the same day.
       IF (VFX-215-E-EMAIL-DATE(VFX-215-MX) NOT = SPACES
             AND (VFX-215-E-EMAIL-DATE(VFX-215-MX)
                     = VFX-215-E-PHONE-DATE(VFX-215-MX)
               OR VFX-215-E-EMAIL-DATE(VFX-215-MX)
                     = VFX-215-E-ADDR-DATE(VFX-215-MX)
               OR VFX-215-E-EMAIL-DATE(VFX-215-MX)
                     = VFX-215-E-CARD-DATE(VFX-215-MX)))
          OR (VFX-215-E-PHONE-DATE(VFX-215-MX) NOT = SPACES
             AND (VFX-215-E-PHONE-DATE(VFX-215-MX)
                     = VFX-215-E-ADDR-DATE(VFX-215-MX)
               OR VFX-215-E-PHONE-DATE(VFX-215-MX)
                     = VFX-215-E-CARD-DATE(VFX-215-MX)))
          OR (VFX-215-E-ADDR-DATE(VFX-215-MX) NOT = SPACES
             AND VFX-215-E-ADDR-DATE(VFX-215-MX)
                     = VFX-215-E-CARD-DATE(VFX-215-MX))
           ADD VFX-215-PTS-MULTI TO VFX-215-SCORE
           STRING "SAMEDAY " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
      *The baseline is what the member spent per day before the
      *change, over as many days as have been judged since.
       COMPUTE VFX-215-EXPECT-AMT ROUNDED =
           VFX-215-BASE-AMT * VFX-215-WIN-DAYS / VFX-215-BASE-DAYS.
       IF VFX-215-POST-AMT NOT < VFX-215-SPIKE-MIN
               AND VFX-215-POST-AMT >
                   VFX-215-EXPECT-AMT * VFX-215-SPIKE-FACTOR
           ADD VFX-215-PTS-SPEND TO VFX-215-SCORE
           STRING "SPEND " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
       IF VFX-215-RENT-COUNT > ZERO
           ADD VFX-215-PTS-RENT TO VFX-215-SCORE
           STRING "RENT/4K " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
       IF VFX-215-PROF-COUNT > ZERO
           ADD VFX-215-PTS-PROF TO VFX-215-SCORE
           STRING "PROFILE " DELIMITED BY SIZE INTO VFX-215-SIGNALS
               WITH POINTER VFX-215-SIG-PTR
       END-IF.
      ******************************************************************
      *260-CHECK-CARD counts a swapped card only while it is still the
      *one on file - a card the member has since replaced again is
      *no longer a way to spend on the account.
       260-CHECK-CARD.
       MOVE 'N' TO VFX-215-CARD-FLAG.
       IF VFX-215-E-CARD-KIND(VFX-215-MX) = 'P'
           IF VM-CC = VFX-215-E-CARD-MASK(VFX-215-MX)
               MOVE 'Y' TO VFX-215-CARD-FLAG
           END-IF
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-ID-KEY TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CC-SEC-ALT-MASK = VFX-215-E-CARD-MASK(VFX-215-MX)
                   MOVE 'Y' TO VFX-215-CARD-FLAG
               END-IF
       END-READ.
      ******************************************************************
      *300-SCAN-PURCHASES walks the member's purchases once for both
      *the days after the change and the baseline before it. A
      *refunded sale counts for neither.
       300-SCAN-PURCHASES.
       MOVE ZERO TO VFX-215-POST-AMT VFX-215-POST-COUNT
                    VFX-215-RENT-COUNT VFX-215-BASE-AMT.
       MOVE 'N' TO VFX-215-SCAN-EOF-FLAG.
       MOVE VM-ID-KEY  TO PUR-MBR-ID.
       MOVE LOW-VALUES TO PUR-VML-ID.
       MOVE ZERO       TO PUR-SEQ.
       START VFX-PUR-FILE KEY IS NOT LESS THAN PUR-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-215-SCAN-EOF
           READ VFX-PUR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
               NOT AT END
                   IF PUR-MBR-ID NOT = VM-ID-KEY
                       MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
                   ELSE
                       PERFORM 310-ONE-PURCHASE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ONE-PURCHASE.
       IF PUR-REFUNDED
           EXIT PARAGRAPH
       END-IF.
       IF PUR-DATE NOT < VFX-215-CHG-DATE
               AND PUR-DATE NOT > VFX-215-WIN-END
           ADD PUR-NET-PRICE TO VFX-215-POST-AMT
           ADD 1 TO VFX-215-POST-COUNT
           IF PUR-TYPE-RENTAL
                   OR (PUR-TYPE-UPGRADE AND PUR-FORMAT = "4K")
               ADD 1 TO VFX-215-RENT-COUNT
           END-IF
       ELSE
           IF PUR-DATE NOT < VFX-215-BASE-FROM
                   AND PUR-DATE < VFX-215-CHG-DATE
               ADD PUR-NET-PRICE TO VFX-215-BASE-AMT
           END-IF
       END-IF.
      ******************************************************************
      *350-SCAN-PROFILES counts viewer profiles opened on or after
      *the change.
       350-SCAN-PROFILES.
       MOVE ZERO TO VFX-215-PROF-COUNT.
       MOVE 'N' TO VFX-215-SCAN-EOF-FLAG.
       MOVE VM-ID-KEY TO PROF-MBR-ID.
       MOVE ZERO      TO PROF-NBR.
       START VFX-PROF-FILE KEY IS NOT LESS THAN PROF-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-215-SCAN-EOF
           READ VFX-PROF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
               NOT AT END
                   IF PROF-MBR-ID NOT = VM-ID-KEY
                       MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
                   ELSE
                       IF PROF-CREATE-DATE NOT < VFX-215-CHG-DATE
                               AND PROF-CREATE-DATE
                                   NOT > VFX-215-WIN-END
                           ADD 1 TO VFX-215-PROF-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *400-CHECK-PRIOR-HOLD looks for a takeover row already filed
      *for these changes. Once a supervisor has released the member
      *the same changes do not hold them again; only a new change
      *starts a new look.
       400-CHECK-PRIOR-HOLD.
       MOVE 'N' TO VFX-215-SKIP-FLAG.
       MOVE 'N' TO VFX-215-SCAN-EOF-FLAG.
       MOVE VM-ID-KEY  TO FHOLD-MBR-ID.
       MOVE "TAKEOVER" TO FHOLD-VML-ID.
       MOVE LOW-VALUES TO FHOLD-TSTAMP.
       START VFX-FHOLD-FILE KEY IS NOT LESS THAN FHOLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-215-SCAN-EOF
           READ VFX-FHOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
               NOT AT END
                   IF FHOLD-MBR-ID NOT = VM-ID-KEY
                           OR FHOLD-VML-ID NOT = "TAKEOVER"
                       MOVE 'Y' TO VFX-215-SCAN-EOF-FLAG
                   ELSE
                       IF FHOLD-DATE NOT < VFX-215-CHG-DATE
                           MOVE 'Y' TO VFX-215-SKIP-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       490-DETAIL-LINE.
       MOVE VFX-215-POST-AMT TO VFX-215-AMT-ED.
       MOVE VFX-215-SCORE    TO VFX-215-SCORE-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING VM-ID-KEY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-215-CHG-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-215-SIGNALS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-215-AMT-ED DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           VFX-215-SCORE-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-215-OUTCOME DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
      ******************************************************************
      *500-HOLD-MEMBER blocks the member's purchases, files the
      *change on the audit log, puts a takeover row on the fraud
      *hold queue for G3-VFX-109-FRAUD-REV and writes the notice.
       500-HOLD-MEMBER.
       SET VM-TAKEOVER-HOLD TO TRUE.
       REWRITE VM-REC.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP  TO MAUD-TSTAMP.
       MOVE VM-ID-KEY  TO MAUD-MBR-ID.
       MOVE "ATOHOLD"  TO MAUD-FIELD.
       MOVE SPACES     TO MAUD-OLD-VALUE.
       MOVE "Y"        TO MAUD-NEW-VALUE.
       MOVE "ATOSCAN"  TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      *The takeover row carries the signals where a sale carries its
      *title, and the spend since the change where a sale carries
      *its price.
       MOVE SPACES           TO FHOLD-REC.
       MOVE VM-ID-KEY        TO FHOLD-MBR-ID.
       MOVE "TAKEOVER"       TO FHOLD-VML-ID.
       MOVE WS-TSTAMP        TO FHOLD-TSTAMP.
       MOVE VFX-215-SIGNALS  TO FHOLD-TITLE.
       MOVE ZERO             TO FHOLD-PRICE.
       IF VFX-215-POST-AMT > 999.99
           MOVE 999.99           TO FHOLD-NET-PRICE
       ELSE
           MOVE VFX-215-POST-AMT TO FHOLD-NET-PRICE
       END-IF.
       MOVE WS-BUS-DATE      TO FHOLD-DATE.
       MOVE "ACCOUNT TAKEOVER" TO FHOLD-REASON.
       SET FHOLD-HELD        TO TRUE.
       MOVE "ATOSCAN"        TO FHOLD-OPERATOR-ID.
       WRITE FHOLD-REC
           INVALID KEY
               DISPLAY "TAKEOVER ROW NOT FILED FOR MEMBER " VM-ID-KEY
       END-WRITE.
       ADD 1 TO VFX-215-HELD-COUNT.
       PERFORM 550-WRITE-NOTICE.
      ******************************************************************
      *550-WRITE-NOTICE puts the member on the mail-house extract at
      *the email they had before the first email change, or the one
      *on file when the email was not changed, and files the contact
      *row. A security notice goes regardless of the member's mail
      *preferences; only a bounced address on file is not written
      *to.
       550-WRITE-NOTICE.
       IF VFX-215-E-PRIOR-EMAIL(VFX-215-MX) NOT = SPACES
           MOVE VFX-215-E-PRIOR-EMAIL(VFX-215-MX)
               TO VFX-215-NOTICE-EMAIL
       ELSE
           IF VM-EMAIL-UNDELIV
               EXIT PARAGRAPH
           END-IF
           MOVE VM-EMAIL-KEY TO VFX-215-NOTICE-EMAIL
       END-IF.
       MOVE VM-ID-KEY            TO ATON-MBR-ID.
       MOVE "VERIFY"             TO ATON-NOTICE.
       MOVE VFX-215-NOTICE-EMAIL TO ATON-EMAIL.
       MOVE VM-FNAME             TO ATON-FNAME.
       MOVE VM-LNAME-KEY         TO ATON-LNAME.
       MOVE VFX-215-CHG-DATE     TO ATON-CHANGE-DATE.
       MOVE WS-BUS-DATE          TO ATON-HOLD-DATE.
       WRITE ATON-REC.
       ADD 1 TO VFX-215-NOTICE-COUNT.
       MOVE VM-ID-KEY            TO CONT-MBR-ID.
       MOVE "TAKEOVER"           TO CONT-SOURCE.
       MOVE VFX-215-NOTICE-EMAIL TO CONT-ADDRESS.
       MOVE "ACCOUNT HELD - VERIFY CHANGES" TO CONT-CONCERN.
       PERFORM 990-LOG-CONTACT.
      ******************************************************************
       600-PRINT-TOTALS.
       MOVE SPACES TO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE VFX-215-COUNT TO VFX-215-CNT-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING "MEMBERS WITH CHANGES     " DELIMITED BY SIZE
           VFX-215-CNT-ED DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE VFX-215-JUDGED-COUNT TO VFX-215-CNT-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING "MEMBERS SCORED           " DELIMITED BY SIZE
           VFX-215-CNT-ED DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE VFX-215-PASSED-COUNT TO VFX-215-CNT-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING "NOT HELD                 " DELIMITED BY SIZE
           VFX-215-CNT-ED DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE VFX-215-HELD-COUNT TO VFX-215-CNT-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING "HELD                     " DELIMITED BY SIZE
           VFX-215-CNT-ED DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       MOVE VFX-215-NOTICE-COUNT TO VFX-215-CNT-ED.
       MOVE SPACES TO ATORPT-LINE.
       STRING "VERIFICATION NOTICES     " DELIMITED BY SIZE
           VFX-215-CNT-ED DELIMITED BY SIZE
           INTO ATORPT-LINE.
       WRITE ATORPT-LINE.
       IF VFX-215-OVER-COUNT > ZERO
           MOVE VFX-215-OVER-COUNT TO VFX-215-CNT-ED
           MOVE SPACES TO ATORPT-LINE
           STRING "CHANGES NOT SCORED - MEMBER TABLE FULL "
                   DELIMITED BY SIZE
               VFX-215-CNT-ED DELIMITED BY SIZE
               INTO ATORPT-LINE
           WRITE ATORPT-LINE
       END-IF.
      ******************************************************************
      *990-LOG-CONTACT files one contact-history row; callers set
      *the member id, source, address and concern first. Same-day
      *contacts take the next free sequence.
       990-LOG-CONTACT.
       MOVE WS-BUS-DATE TO CONT-DATE.
       MOVE 'N' TO VFX-CONT-DONE-FLAG.
       MOVE 1 TO VFX-CONT-TRY-SEQ.
       PERFORM UNTIL VFX-CONT-DONE-FLAG = 'Y'
               OR VFX-CONT-TRY-SEQ > 999
           MOVE VFX-CONT-TRY-SEQ TO CONT-SEQ
           WRITE CONT-REC
               INVALID KEY
                   ADD 1 TO VFX-CONT-TRY-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-CONT-DONE-FLAG
           END-WRITE
       END-PERFORM.
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
