      ******************************************************************
      *PROGRAM:  Studio Remit-To Bank Maintenance
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only upkeep of the routing and account
      *          numbers royalties are paid to. The fields get the
      *          same edits G3-VISA-MER-EDIT gives a merchant's bank
      *          fields - digits only, ABA routing checksum - and a
      *          change puts the studio back to prenote pending, so
      *          no royalty goes to a new account until the
      *          zero-dollar prenote has proven it out.
      ******************************************************************
       PROGRAM-ID. G3-VFX-147-STU-BANK.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-STUDIO.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-STUDIO.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-147-STU-BANK' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR STUDIO BANK "
                   "FIELDS"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O VFX-STUDIO-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-147-RESP.
       PERFORM UNTIL VFX-147-RESP = 'X' OR 'x'
           PERFORM 100-EDIT-ONE
           DISPLAY "ANOTHER STUDIO? ANY KEY = YES, 'X' = EXIT: "
           ACCEPT VFX-147-RESP
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VFX-STUDIO-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *040-SIGN-ON validates the operator against VFX-OPER-FILE the
      *same way G3-VFX-111-OPER-UNLK does.
       040-SIGN-ON.
       MOVE 'N' TO WS-SIGNON-FLAG.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO WS-OPERATOR-ID
           MOVE VFX-SESSION-AUTH TO WS-OPER-AUTH
           MOVE 'Y' TO WS-SIGNON-FLAG
       END-IF.
       PERFORM UNTIL WS-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPER-PASSWORD-IN
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ VFX-OPER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
               NOT INVALID KEY
                   IF OPER-LOCKED
                       DISPLAY "OPERATOR IS LOCKED OUT - A "
                               "SUPERVISOR MUST UNLOCK THE ID"
                   ELSE
                   IF NOT OPER-ACTIVE
                       DISPLAY "OPERATOR IS INACTIVE"
                   ELSE
                       IF OPER-PASSWORD = WS-OPER-PASSWORD-IN
                           MOVE OPER-AUTH TO WS-OPER-AUTH
                           MOVE 'Y' TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "PASSWORD DOES NOT MATCH"
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *100-EDIT-ONE shows the studio's current bank fields and takes
      *the new ones; a blank answer keeps what is on file.
       100-EDIT-ONE.
       DISPLAY "STUDIO ID: ".
       ACCEPT VFX-147-STUDIO-ID.
       MOVE VFX-147-STUDIO-ID TO STUDIO-ID.
       READ VFX-STUDIO-FILE
           INVALID KEY
               DISPLAY "STUDIO NOT ON FILE"
           NOT INVALID KEY
               PERFORM 110-SHOW-AND-ACCEPT
       END-READ.
      ******************************************************************
       110-SHOW-AND-ACCEPT.
       DISPLAY "STUDIO   " STUDIO-ID " " STUDIO-NAME.
       DISPLAY "ROUTING  " STUDIO-ROUTE.
       DISPLAY "ACCOUNT  " STUDIO-ACCT.
       IF STUDIO-PN-PENDING
           DISPLAY "PRENOTE  PENDING " STUDIO-PRENOTE-DATE
       ELSE
           DISPLAY "PRENOTE  VERIFIED"
       END-IF.
       DISPLAY "NEW ROUTING NUMBER (BLANK = KEEP): ".
       ACCEPT VFX-147-NEW-ROUTE.
       IF VFX-147-NEW-ROUTE = SPACES
           MOVE STUDIO-ROUTE TO VFX-147-NEW-ROUTE
       END-IF.
       DISPLAY "NEW ACCOUNT NUMBER (BLANK = KEEP): ".
       ACCEPT VFX-147-NEW-ACCT.
       IF VFX-147-NEW-ACCT = SPACES
           MOVE STUDIO-ACCT TO VFX-147-NEW-ACCT
       END-IF.
       IF VFX-147-NEW-ROUTE = STUDIO-ROUTE
               AND VFX-147-NEW-ACCT = STUDIO-ACCT
           DISPLAY "NO CHANGE"
       ELSE
           PERFORM 120-VALIDATE
           IF VFX-147-MSG = SPACES
               PERFORM 140-SAVE
           ELSE
               DISPLAY VFX-147-MSG
           END-IF
       END-IF.
      ******************************************************************
      *120-VALIDATE applies G3-VISA-MER-EDIT's bank field edits.
       120-VALIDATE.
       MOVE SPACES TO VFX-147-MSG.
       IF VFX-147-NEW-ROUTE NOT NUMERIC
           MOVE "INVALID ROUTING NUMBER - DIGITS ONLY" TO
               VFX-147-MSG
       ELSE
           PERFORM 130-ROUTE-CHECKSUM
           IF VFX-147-ROUTE-FLAG NOT = 'Y'
               MOVE "INVALID ROUTING NUMBER - FAILED CHECKSUM" TO
                   VFX-147-MSG
           END-IF
       END-IF.
       IF VFX-147-MSG = SPACES
           IF VFX-147-NEW-ACCT NOT NUMERIC
               MOVE "INVALID ACCOUNT NUMBER - DIGITS ONLY" TO
                   VFX-147-MSG
           END-IF
       END-IF.
      ******************************************************************
      *130-ROUTE-CHECKSUM runs the standard ABA routing-number
      *weighted checksum (weights 3-7-1 repeating, sum must be a
      *multiple of 10).
       130-ROUTE-CHECKSUM.
       MOVE ZERO TO VFX-147-ROUTE-SUM.
       MOVE 'N' TO VFX-147-ROUTE-FLAG.
       PERFORM VARYING VFX-147-ROUTE-IDX FROM 1 BY 1
               UNTIL VFX-147-ROUTE-IDX > 9
           MOVE VFX-147-NEW-ROUTE(VFX-147-ROUTE-IDX:1)
               TO VFX-147-ROUTE-DIGIT
           COMPUTE VFX-147-ROUTE-PRODUCT =
               VFX-147-ROUTE-DIGIT
                   * VFX-147-ROUTE-WEIGHTS(VFX-147-ROUTE-IDX)
           ADD VFX-147-ROUTE-PRODUCT TO VFX-147-ROUTE-SUM
       END-PERFORM.
       IF FUNCTION MOD(VFX-147-ROUTE-SUM, 10) = 0
           MOVE 'Y' TO VFX-147-ROUTE-FLAG
       END-IF.
      ******************************************************************
      *140-SAVE writes the new bank fields. Touching them restarts
      *the prenote clock - royalties hold until the new account
      *proves out.
       140-SAVE.
       MOVE VFX-147-NEW-ROUTE TO STUDIO-ROUTE.
       MOVE VFX-147-NEW-ACCT  TO STUDIO-ACCT.
       MOVE WS-OPERATOR-ID    TO STUDIO-OPERATOR-ID.
       SET STUDIO-PN-PENDING TO TRUE.
       MOVE SPACES TO STUDIO-PRENOTE-DATE.
       REWRITE STUDIO-REC.
       IF WS-STUDIO-STATUS = "00"
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "BANK FIELDS SAVED - ROYALTIES HOLD UNTIL THE "
                   "NEW PRENOTE VERIFIES"
       ELSE
           DISPLAY "STUDIO NOT UPDATED - STATUS " WS-STUDIO-STATUS
       END-IF.
