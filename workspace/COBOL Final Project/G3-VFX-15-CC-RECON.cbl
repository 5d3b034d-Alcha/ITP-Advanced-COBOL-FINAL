       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CCKEY.
       COPY SELECT-VFX-PANLOG.
       COPY SELECT-MER.
       COPY SELECT-VFX-CC-RECON.
       COPY SELECT-JOB-LOG.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CCKEY.
       COPY FD-VFX-PANLOG.
       COPY FD-MER.
       COPY FD-VFX-CC-RECON.
       COPY FD-JOB-LOG.
       MOVE 'G3-VFX-15-CC-RECON' TO VFX-M-PROG.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-CC-SEC-FILE.
       OPEN INPUT VFX-CCKEY-FILE.
       OPEN EXTEND VFX-PANLOG-FILE.
       OPEN INPUT MER-FILE.
       OPEN OUTPUT VFX-CC-RECON-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CCKEY-FILE.
       CLOSE VFX-PANLOG-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-CC-RECON-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXCCRECON.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-RECONCILE walks every active or trial member on VM-FILE,
      *the same START LOW-VALUES/READ NEXT idiom G3-VFX-11-BILL
      *uses, and traces each one's card to a merchant/issuer
      *account.
       100-RECONCILE.
       MOVE 'N' TO VFX-15-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
               AT END
                   MOVE 'Y' TO VFX-15-EOF-FLAG
               NOT AT END
                   IF VM-ACTIVE OR VM-TRIAL
                       PERFORM 110-CHECK-MEMBER
                   END-IF
           END-READ
           INVALID KEY
               PERFORM 120-FLAG-NO-CARD-ON-FILE
           NOT INVALID KEY
               MOVE CC-SEC-MBR-ID  TO VFX-PAN-MBR-ID
               MOVE CC-SEC-KEY-VER TO VFX-PAN-KEY-VER
               MOVE CC-SEC-CC-FULL TO VFX-PAN-CIPHER
               PERFORM 964-PAN-DECRYPT
               MOVE VFX-PAN-CLEAR(7:10) TO VFX-15-CAND-ACCT
               MOVE VFX-15-CAND-ACCT TO MER-ACCT
               READ MER-FILE KEY IS MER-ACCT
                   INVALID KEY
       WRITE CC-RECON-LINE.
       ADD 1 TO WS-JOB-LOG-COUNT.
       ADD 1 TO VFX-15-ANOMALY-COUNT.
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
      *964-PAN-DECRYPT is 963 for a program tracing a card: every
      *number it turns back into the clear is logged against the
      *program, the operator and the member in VFX-PAN-MBR-ID.
       964-PAN-DECRYPT.
       PERFORM 963-PAN-DECIPHER.
       IF VFX-PAN-KEY-VER NOT = ZERO AND VFX-PAN-CLEAR NOT = SPACES
           MOVE "DECRYPT" TO VFX-PAN-PURPOSE
           PERFORM 966-PAN-LOG-ACCESS
       END-IF.
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
