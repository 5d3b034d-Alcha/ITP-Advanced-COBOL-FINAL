      ******************************************************************
      *PROGRAM:  Card Number Key Rotation
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Issues a new encryption key for the stored card
      *          numbers and re-encrypts every VFX-CC-SEC-FILE record
      *          under it. Each record is read under the key version
      *          it carries and written back under the new one; the
      *          key it came off stays on file, marked previous, until
      *          no record uses it and it is retired. The first run
      *          encrypts the numbers still held clear from before
      *          encryption. A backup card held on the record is
      *          rotated with it, each card number counted on its
      *          own. The run prints the card number count by key
      *          version before and after, proves every number it
      *          could read landed on the new key, and logs the
      *          rotation on the clear card number access log.
      ******************************************************************
       PROGRAM-ID. G3-VFX-177-PAN-ROTATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-PANLOG.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-PANLOG.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-177-PAN-ROTATE' TO VFX-M-PROG.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VFX-177-TODAY.
       OPEN I-O VFX-CC-SEC-FILE.
       OPEN I-O VFX-CCKEY-FILE.
       OPEN I-O CTL-NBR-FILE.
       OPEN EXTEND VFX-PANLOG-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-177-VER-TABLE.
       PERFORM 100-COUNT-BEFORE.
       PERFORM 200-ISSUE-KEY.
       PERFORM 300-REENCRYPT.
       PERFORM 400-RETIRE-KEYS.
       PERFORM 500-PRINT-COUNTS.
       COMPUTE VFX-177-EXPECT-COUNT = VFX-177-TOTAL-COUNT
           - VFX-177-CLEAR-COUNT - VFX-177-NOKEY-COUNT.
       IF VFX-177-AFTER-CNT(VFX-177-NEW-VER + 1) = VFX-177-EXPECT-COUNT
           MOVE "COMPLETE"       TO VFX-177-STATUS-TXT
       ELSE
           MOVE "COUNT MISMATCH" TO VFX-177-STATUS-TXT
           DISPLAY "*** " VFX-177-AFTER-CNT(VFX-177-NEW-VER + 1)
                   " CARD NUMBERS ON THE NEW KEY, " VFX-177-EXPECT-COUNT
                   " EXPECTED ***"
       END-IF.
       MOVE ZERO            TO VFX-PAN-MBR-ID.
       MOVE VFX-177-NEW-VER TO VFX-PAN-KEY-VER.
       MOVE "ROTATION"      TO VFX-PAN-PURPOSE.
       PERFORM 966-PAN-LOG-ACCESS.
       DISPLAY "G3-VFX-177-PAN-ROTATE: " VFX-177-ROTATED-COUNT
               " CARD NUMBERS RE-ENCRYPTED UNDER KEY " VFX-177-NEW-VER.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       MOVE "END"                 TO JOB-LOG-EVENT.
       MOVE VFX-177-ROTATED-COUNT TO JOB-LOG-COUNT.
       MOVE VFX-177-STATUS-TXT    TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE VFX-PANLOG-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *100-COUNT-BEFORE counts the card numbers - each record's own
      *card and any backup card - by the key version they are stored
      *under, before anything is changed.
       100-COUNT-BEFORE.
       MOVE 'N' TO VFX-177-EOF-FLAG.
       MOVE LOW-VALUES TO CC-SEC-MBR-ID.
       START VFX-CC-SEC-FILE KEY IS NOT LESS THAN CC-SEC-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-177-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-177-EOF
           READ VFX-CC-SEC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-177-EOF-FLAG
               NOT AT END
                   IF CC-SEC-KEY-VER NOT NUMERIC
                       MOVE ZERO TO CC-SEC-KEY-VER
                   END-IF
                   ADD 1 TO VFX-177-TOTAL-COUNT
                   ADD 1 TO VFX-177-BEFORE-CNT(CC-SEC-KEY-VER + 1)
                   IF CC-SEC-ALT-FULL NOT = SPACES
                       IF CC-SEC-ALT-KEY-VER NOT NUMERIC
                           MOVE ZERO TO CC-SEC-ALT-KEY-VER
                       END-IF
                       ADD 1 TO VFX-177-TOTAL-COUNT
                       ADD 1 TO
                           VFX-177-BEFORE-CNT(CC-SEC-ALT-KEY-VER + 1)
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-ISSUE-KEY writes the new key version with four random
      *round keys, marks the key it replaces as previous, and only
      *then points the control record at the new one - new card
      *numbers never go under a version that is not yet on file.
       200-ISSUE-KEY.
       PERFORM 958-PAN-CURRENT-VER.
       MOVE VFX-PAN-KEY-VER TO VFX-177-OLD-VER.
       COMPUTE VFX-177-NEW-VER = VFX-177-OLD-VER + 1.
       IF VFX-177-NEW-VER = ZERO
           MOVE 1 TO VFX-177-NEW-VER
       END-IF.
       STRING WS-HOUR WS-MINUTE WS-SECOND WS-HUNDREDTH
           DELIMITED BY SIZE INTO VFX-177-SEED.
       COMPUTE VFX-177-RANDOM = FUNCTION RANDOM(VFX-177-SEED).
       MOVE VFX-177-NEW-VER TO CCKEY-VER.
       PERFORM VARYING VFX-PAN-RX FROM 1 BY 1 UNTIL VFX-PAN-RX > 4
           COMPUTE CCKEY-ROUND-KEY(VFX-PAN-RX) =
               FUNCTION RANDOM * 99999998 + 1
       END-PERFORM.
       SET CCKEY-CURRENT      TO TRUE.
       MOVE VFX-177-TODAY     TO CCKEY-CREATED.
       MOVE SPACES            TO CCKEY-RETIRED-DATE.
       WRITE CCKEY-REC
           INVALID KEY
               REWRITE CCKEY-REC
       END-WRITE.
       IF VFX-177-OLD-VER NOT = ZERO
           MOVE VFX-177-OLD-VER TO CCKEY-VER
           READ VFX-CCKEY-FILE
               NOT INVALID KEY
                   SET CCKEY-PREVIOUS TO TRUE
                   REWRITE CCKEY-REC
           END-READ
       END-IF.
       MOVE WS-CTL-CCKEY-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE VFX-177-NEW-VER TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
           NOT INVALID KEY
               MOVE VFX-177-NEW-VER TO CTL-NBR-NEXT
               REWRITE CTL-NBR-REC
       END-READ.
       MOVE 'N' TO VFX-PAN-KEY-FLAG.
      ******************************************************************
      *300-REENCRYPT reads each card number under the version it is
      *stored under and writes it back under the new key. A number
      *whose key is missing cannot be read and is left alone; a clear
      *number that is not 16 digits cannot be encrypted and stays
      *clear. Both are counted for the proof.
       300-REENCRYPT.
       MOVE 'N' TO VFX-177-EOF-FLAG.
       MOVE LOW-VALUES TO CC-SEC-MBR-ID.
       START VFX-CC-SEC-FILE KEY IS NOT LESS THAN CC-SEC-MBR-ID
           INVALID KEY
               MOVE 'Y' TO VFX-177-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-177-EOF
           READ VFX-CC-SEC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-177-EOF-FLAG
               NOT AT END
                   PERFORM 310-ONE-CARD
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ONE-CARD.
       IF CC-SEC-KEY-VER NOT NUMERIC
           MOVE ZERO TO CC-SEC-KEY-VER
       END-IF.
       IF CC-SEC-KEY-VER NOT = VFX-177-NEW-VER
           MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
           MOVE CC-SEC-CC-FULL TO VFX-PAN-CIPHER
           PERFORM 963-PAN-DECIPHER
           IF VFX-PAN-CLEAR = SPACES AND CC-SEC-KEY-VER NOT = ZERO
               ADD 1 TO VFX-177-NOKEY-COUNT
           ELSE
               MOVE VFX-177-NEW-VER TO VFX-PAN-KEY-VER
               PERFORM 962-PAN-ENCRYPT
               IF VFX-PAN-KEY-VER = ZERO
                   ADD 1 TO VFX-177-CLEAR-COUNT
               ELSE
                   MOVE VFX-PAN-CIPHER  TO CC-SEC-CC-FULL
                   MOVE VFX-PAN-KEY-VER TO CC-SEC-KEY-VER
                   REWRITE CC-SEC-REC
                   ADD 1 TO VFX-177-ROTATED-COUNT
               END-IF
           END-IF
       END-IF.
       ADD 1 TO VFX-177-AFTER-CNT(CC-SEC-KEY-VER + 1).
       IF CC-SEC-ALT-FULL NOT = SPACES
           PERFORM 320-BACKUP-CARD
       END-IF.
      ******************************************************************
      *320-BACKUP-CARD gives the backup card the same treatment under
      *its own key version.
       320-BACKUP-CARD.
       IF CC-SEC-ALT-KEY-VER NOT NUMERIC
           MOVE ZERO TO CC-SEC-ALT-KEY-VER
       END-IF.
       IF CC-SEC-ALT-KEY-VER NOT = VFX-177-NEW-VER
           MOVE CC-SEC-ALT-KEY-VER TO VFX-PAN-KEY-VER
           MOVE CC-SEC-ALT-FULL    TO VFX-PAN-CIPHER
           PERFORM 963-PAN-DECIPHER
           IF VFX-PAN-CLEAR = SPACES AND CC-SEC-ALT-KEY-VER NOT = ZERO
               ADD 1 TO VFX-177-NOKEY-COUNT
           ELSE
               MOVE VFX-177-NEW-VER TO VFX-PAN-KEY-VER
               PERFORM 962-PAN-ENCRYPT
               IF VFX-PAN-KEY-VER = ZERO
                   ADD 1 TO VFX-177-CLEAR-COUNT
               ELSE
                   MOVE VFX-PAN-CIPHER  TO CC-SEC-ALT-FULL
                   MOVE VFX-PAN-KEY-VER TO CC-SEC-ALT-KEY-VER
                   REWRITE CC-SEC-REC
                   ADD 1 TO VFX-177-ROTATED-COUNT
               END-IF
           END-IF
       END-IF.
       ADD 1 TO VFX-177-AFTER-CNT(CC-SEC-ALT-KEY-VER + 1).
      ******************************************************************
      *400-RETIRE-KEYS marks retired every earlier key no record is
      *left under. A key still holding records - ones that could not
      *be read this run - stays previous so they remain readable.
       400-RETIRE-KEYS.
       MOVE 'N' TO VFX-177-EOF-FLAG.
       MOVE ZERO TO CCKEY-VER.
       START VFX-CCKEY-FILE KEY IS NOT LESS THAN CCKEY-VER
           INVALID KEY
               MOVE 'Y' TO VFX-177-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-177-EOF
           READ VFX-CCKEY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-177-EOF-FLAG
               NOT AT END
                   IF CCKEY-VER NOT = VFX-177-NEW-VER
                           AND NOT CCKEY-RETIRED
                           AND VFX-177-AFTER-CNT(CCKEY-VER + 1) = ZERO
                       SET CCKEY-RETIRED  TO TRUE
                       MOVE VFX-177-TODAY TO CCKEY-RETIRED-DATE
                       REWRITE CCKEY-REC
                       ADD 1 TO VFX-177-RETIRED-COUNT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *500-PRINT-COUNTS shows the card numbers held under each key
      *version before the run and after it.
       500-PRINT-COUNTS.
       DISPLAY "CARD NUMBER KEY ROTATION " VFX-177-TODAY.
       DISPLAY "NEW KEY VERSION " VFX-177-NEW-VER
               " REPLACES VERSION " VFX-177-OLD-VER.
       DISPLAY " ".
       DISPLAY "KEY VERSION     BEFORE      AFTER".
       PERFORM VARYING VFX-177-VX FROM 1 BY 1 UNTIL VFX-177-VX > 1000
           IF VFX-177-BEFORE-CNT(VFX-177-VX) > ZERO
                   OR VFX-177-AFTER-CNT(VFX-177-VX) > ZERO
               COMPUTE VFX-177-VER-ED = VFX-177-VX - 1
               MOVE VFX-177-BEFORE-CNT(VFX-177-VX) TO VFX-177-BEFORE-ED
               MOVE VFX-177-AFTER-CNT(VFX-177-VX)  TO VFX-177-AFTER-ED
               DISPLAY "        " VFX-177-VER-ED "  " VFX-177-BEFORE-ED
                       "  " VFX-177-AFTER-ED
           END-IF
       END-PERFORM.
       DISPLAY " ".
       DISPLAY "CARD NUMBERS READ     " VFX-177-TOTAL-COUNT.
       DISPLAY "RE-ENCRYPTED          " VFX-177-ROTATED-COUNT.
       DISPLAY "LEFT CLEAR, NOT VALID " VFX-177-CLEAR-COUNT.
       DISPLAY "KEY NOT ON FILE       " VFX-177-NOKEY-COUNT.
       DISPLAY "KEYS RETIRED          " VFX-177-RETIRED-COUNT.
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
      *963-PAN-DECIPHER turns VFX-PAN-CIPHER back into VFX-PAN-CLEAR,
      *running the rounds of 962 in reverse. Version zero is already
      *clear. With no key on file for the version the number cannot
      *be read and VFX-PAN-CLEAR comes back spaces.
       963-PAN-DECIPHER.
       IF VFX-PAN-KEY-VER NOT NUMERIC
           MOVE ZERO TO VFX-PAN-KEY-VER
       END-IF.
       IF VFX-PAN-KEY-VER = ZERO
           MOVE VFX-PAN-CIPHER TO VFX-PAN-CLEAR
           EXIT PARAGRAPH
       END-IF.
       PERFORM 960-PAN-LOAD-KEY.
       IF NOT VFX-PAN-KEY-OK OR VFX-PAN-CIPHER NOT NUMERIC
           MOVE SPACES TO VFX-PAN-CLEAR
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-PAN-CIPHER TO VFX-PAN-BLOCK-X.
       PERFORM VARYING VFX-PAN-RX FROM 4 BY -1 UNTIL VFX-PAN-RX < 1
           MOVE VFX-PAN-LEFT TO VFX-PAN-HALF
           PERFORM 968-PAN-ROUND-F
           COMPUTE VFX-PAN-SUM = VFX-PAN-RIGHT + 100000000 - VFX-PAN-F
           DIVIDE VFX-PAN-SUM BY 100000000 GIVING VFX-PAN-QUOT
               REMAINDER VFX-PAN-HOLD
           MOVE VFX-PAN-LEFT TO VFX-PAN-RIGHT
           MOVE VFX-PAN-HOLD TO VFX-PAN-LEFT
       END-PERFORM.
       MOVE VFX-PAN-BLOCK-X TO VFX-PAN-CLEAR.
      ******************************************************************
      *966-PAN-LOG-ACCESS writes one line to the clear card number
      *access log. A batch run with no one signed on logs as BATCH.
       966-PAN-LOG-ACCESS.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE SPACES          TO PANLOG-REC.
       MOVE WS-TSTAMP       TO PANLOG-TSTAMP.
       MOVE VFX-M-PROG      TO PANLOG-PROGRAM.
       IF WS-OPERATOR-ID = SPACES OR LOW-VALUES
           MOVE "BATCH"     TO PANLOG-OPERATOR-ID
       ELSE
           MOVE WS-OPERATOR-ID TO PANLOG-OPERATOR-ID
       END-IF.
       MOVE VFX-PAN-MBR-ID  TO PANLOG-MBR-ID.
       MOVE VFX-PAN-KEY-VER TO PANLOG-KEY-VER.
       MOVE VFX-PAN-PURPOSE TO PANLOG-PURPOSE.
       WRITE PANLOG-REC.
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
