      *DATE:     9/2/2026
      *ABSTRACT: Applies the processor's reissued-card file before
      *          the old numbers start declining. Each old PAN is
      *          matched against the secured-card file in its
      *          encrypted form, so the file is never decrypted; a
      *          hit swaps in the new number (encrypted under the
      *          current key) and expiry, refreshes the masked
      *          token on VM-CC, and leaves a member-audit line
      *          showing masked old and new values under the
      *          ACCTUPD system id - the full numbers never reach
      *          the audit log. A backup card on file is matched
      *          and refreshed the same way. Updates that match
      *          nothing go to the report for the processor to
      *          explain.
      ******************************************************************
       PROGRAM-ID. G3-VFX-121-ACCT-UPD.
      ******************************************************************
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-CTL-NBR.
       COPY FD-VFX-CCKEY.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       OPEN I-O VFX-CC-SEC-FILE.
       OPEN I-O VM-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN I-O CTL-NBR-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN OUTPUT VFX-AUPD-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       CLOSE VM-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VFX-AUPD-RPT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXAUPDRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-APPLY-ONE-UPDATE scans the secured-card file for the old
      *PAN - the file is keyed by member, not number, so the scan
      *is the honest way in. Every member holding the old number
      *gets the swap. Each record is compared in its stored form
      *against the old number encrypted under that record's key
      *version; the backup card, against it under the backup's own
      *version.
       100-APPLY-ONE-UPDATE.
       MOVE 'N' TO VFX-121-HIT-FLAG.
       MOVE 'N' TO VFX-121-OLD-VER-FLAG.
       MOVE 'N' TO VFX-121-SCAN-EOF-FLAG.
       MOVE ZERO TO CC-SEC-MBR-ID.
       START VFX-CC-SEC-FILE KEY IS NOT LESS THAN CC-SEC-MBR-ID
               AT END
                   MOVE 'Y' TO VFX-121-SCAN-EOF-FLAG
               NOT AT END
                   IF NOT VFX-121-OLD-VER-SET
                           OR CC-SEC-KEY-VER NOT = VFX-121-OLD-VER
                       MOVE CC-SEC-KEY-VER TO VFX-121-CHK-VER
                       PERFORM 150-OLD-PAN-CIPHER
                   END-IF
                   IF CC-SEC-CC-FULL = VFX-121-OLD-CIPHER
                       PERFORM 200-SWAP-CARD
                   END-IF
                   IF CC-SEC-ALT-FULL NOT = SPACES
                       PERFORM 160-CHECK-BACKUP
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-121-HIT-FLAG = 'Y'
               INTO AUPD-RPT-LINE
           WRITE AUPD-RPT-LINE
       END-IF.
      ******************************************************************
      *150-OLD-PAN-CIPHER encrypts the old number under the key
      *version in VFX-121-CHK-VER, remembering which one it used.
       150-OLD-PAN-CIPHER.
       MOVE VFX-121-CHK-VER TO VFX-121-OLD-VER.
       MOVE 'Y'             TO VFX-121-OLD-VER-FLAG.
       MOVE AU-OLD-PAN-TXT  TO VFX-PAN-CLEAR.
       MOVE VFX-121-CHK-VER TO VFX-PAN-KEY-VER.
       PERFORM 962-PAN-ENCRYPT.
       MOVE VFX-PAN-CIPHER  TO VFX-121-OLD-CIPHER.
      ******************************************************************
       160-CHECK-BACKUP.
       IF CC-SEC-ALT-KEY-VER NOT NUMERIC
           MOVE ZERO TO CC-SEC-ALT-KEY-VER
       END-IF.
       IF CC-SEC-ALT-KEY-VER NOT = VFX-121-OLD-VER
           MOVE CC-SEC-ALT-KEY-VER TO VFX-121-CHK-VER
           PERFORM 150-OLD-PAN-CIPHER
       END-IF.
       IF CC-SEC-ALT-FULL = VFX-121-OLD-CIPHER
           PERFORM 210-SWAP-BACKUP
       END-IF.
      ******************************************************************
       200-SWAP-CARD.
       MOVE 'Y' TO VFX-121-HIT-FLAG.
       MOVE AU-NEW-PAN-TXT  TO VFX-PAN-CLEAR.
       PERFORM 958-PAN-CURRENT-VER.
       PERFORM 962-PAN-ENCRYPT.
       MOVE VFX-PAN-CIPHER  TO CC-SEC-CC-FULL.
       MOVE VFX-PAN-KEY-VER TO CC-SEC-KEY-VER.
       IF AU-NEW-EXP-TXT NUMERIC
           MOVE AU-NEW-EXP-TXT TO CC-SEC-EXP-YM
       END-IF.
               MOVE WS-TSTAMP TO MAUD-TSTAMP
               MOVE VM-ID-KEY TO MAUD-MBR-ID
               MOVE "ACCTUPD" TO MAUD-OPERATOR-ID
               PERFORM 970-SEAL-MAUD
               WRITE MAUD-REC
       END-READ.
      ******************************************************************
      *210-SWAP-BACKUP refreshes a reissued backup card. VM-CC carries
      *only the member's own card, so the masked token moves on the
      *secured-card record and the audit line names the backup.
       210-SWAP-BACKUP.
       MOVE 'Y' TO VFX-121-HIT-FLAG.
       MOVE AU-NEW-PAN-TXT  TO VFX-PAN-CLEAR.
       PERFORM 958-PAN-CURRENT-VER.
       PERFORM 962-PAN-ENCRYPT.
       MOVE VFX-PAN-CIPHER  TO CC-SEC-ALT-FULL.
       MOVE VFX-PAN-KEY-VER TO CC-SEC-ALT-KEY-VER.
       IF AU-NEW-EXP-TXT NUMERIC
           MOVE AU-NEW-EXP-TXT TO CC-SEC-ALT-EXP-YM
       END-IF.
       MOVE "************" TO VFX-121-OLD-TOKEN(1:12).
       MOVE AU-OLD-PAN-TXT(13:4) TO VFX-121-OLD-TOKEN(13:4).
       MOVE "************" TO VFX-121-NEW-TOKEN(1:12).
       MOVE AU-NEW-PAN-TXT(13:4) TO VFX-121-NEW-TOKEN(13:4).
       MOVE VFX-121-NEW-TOKEN TO CC-SEC-ALT-MASK.
       REWRITE CC-SEC-REC.
       MOVE "BACKUPCC" TO MAUD-FIELD.
       MOVE VFX-121-OLD-TOKEN TO MAUD-OLD-VALUE.
       MOVE VFX-121-NEW-TOKEN TO MAUD-NEW-VALUE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP TO MAUD-TSTAMP.
       MOVE CC-SEC-MBR-ID TO MAUD-MBR-ID.
       MOVE "ACCTUPD" TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      ******************************************************************
       500-RECONCILE.
       SET VFX-121-TRAILER-SEEN TO TRUE.
           DISPLAY "    CONTROL TOTAL RECONCILED OK"
           MOVE "RECONCILED OK" TO VFX-121-RECON-MSG
       END-IF.
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
