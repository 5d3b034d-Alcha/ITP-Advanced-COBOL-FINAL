      ******************************************************************
      *PROGRAM:  Selective Backout of One Run from the Journal
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Supervisor-only reversal of the changes one program
      *          made to the journaled masters between two times,
      *          without restoring the whole file. Every line that
      *          program wrote to VFXJRNL.TXT in the window is undone
      *          newest first: a WRITE is deleted, a REWRITE gets its
      *          before-image back, a DELETE is written back from
      *          its before-image. Nothing is touched if any record
      *          the run changed was changed again afterward by
      *          anyone else, if a line carries no before-image, or
      *          if the run is too big for one pass - the report
      *          lists why. The backout journals its own changes
      *          under its own name, so forward recovery replays it
      *          and a second backout of the same run is refused.
      *          Only changes since the last unload are in the live
      *          journal; older runs are a reload matter.
      ******************************************************************
       PROGRAM-ID. G3-VFX-213-BACKOUT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-JRNL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-WISH.
       COPY SELECT-MER.
       COPY SELECT-CAP1.
       COPY SELECT-VFX-PTS.
       COPY SELECT-VFX-BKO.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-JRNL.
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-PUR.
       COPY FD-VFX-WISH.
       COPY FD-MER.
       COPY FD-CAP1.
       COPY FD-VFX-PTS.
       COPY FD-VFX-BKO.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  WS-STAT                      PIC XX.
       01  WS-STAT-TXT                  PIC XX.
       01  WS-CAP1-STATUS               PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-213-BACKOUT' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       IF NOT WS-OPER-SUPERVISOR
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED FOR A JOURNAL "
                   "BACKOUT"
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       PERFORM 100-ACCEPT-RUN.
       IF VFX-213-PROGRAM = SPACES
           CLOSE VFX-OPER-FILE
           GOBACK
       END-IF.
       OPEN I-O VM-FILE.
       OPEN I-O VML-MST-FILE.
       OPEN I-O VFX-PUR-FILE.
       OPEN I-O VFX-WISH-FILE.
       OPEN I-O MER-FILE.
       OPEN I-O CAP1-ACCT-FILE.
       OPEN I-O VFX-PTS-FILE.
       OPEN OUTPUT VFX-BKO-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 150-PRINT-HEADER.
       PERFORM 200-COLLECT-RUN.
       IF VFX-213-COUNT > ZERO
           PERFORM 300-CHECK-LATER
       END-IF.
       PERFORM 500-DECIDE.
       PERFORM 600-PRINT-TOTALS.
       DISPLAY "G3-VFX-213-BACKOUT: " VFX-213-DONE-COUNT
               " CHANGES BACKED OUT - SEE VFXBACKOUT.TXT".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-213-DONE-COUNT TO JOB-LOG-COUNT.
       IF VFX-213-DONE-COUNT > ZERO AND VFX-213-FAIL-COUNT = ZERO
           MOVE "COMPLETE"     TO JOB-LOG-STATUS
       ELSE
       IF VFX-213-DONE-COUNT > ZERO
           MOVE "PARTIAL"      TO JOB-LOG-STATUS
       ELSE
           MOVE "NOTHING BACKED OUT" TO JOB-LOG-STATUS
       END-IF
       END-IF.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE.
       CLOSE VM-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-WISH-FILE.
       CLOSE MER-FILE.
       CLOSE CAP1-ACCT-FILE.
       CLOSE VFX-PTS-FILE.
       CLOSE VFX-BKO-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXBACKOUT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
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
      *100-ACCEPT-RUN takes the program whose run is to be backed out
      *and the window it ran in, to the minute. A blank program name
      *leaves without doing anything.
       100-ACCEPT-RUN.
       DISPLAY "PROGRAM WHOSE RUN IS TO BE BACKED OUT".
       DISPLAY "(E.G. G3-VFX-5-MOV-ADD, BLANK = EXIT): ".
       MOVE SPACES TO VFX-213-PROGRAM.
       ACCEPT VFX-213-PROGRAM.
       IF VFX-213-PROGRAM = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-213-FROM-IN.
       PERFORM UNTIL VFX-213-FROM-IN IS NUMERIC
           DISPLAY "RUN STARTED AT OR AFTER (YYYYMMDDHHMM): "
           ACCEPT VFX-213-FROM-IN
       END-PERFORM.
       MOVE SPACES TO VFX-213-TO-IN.
       PERFORM UNTIL VFX-213-TO-IN IS NUMERIC
                   AND VFX-213-TO-IN NOT < VFX-213-FROM-IN
           DISPLAY "RUN ENDED AT OR BEFORE (YYYYMMDDHHMM): "
           ACCEPT VFX-213-TO-IN
       END-PERFORM.
       STRING VFX-213-FROM-IN "0000" DELIMITED BY SIZE
           INTO VFX-213-FROM.
       STRING VFX-213-TO-IN "5999" DELIMITED BY SIZE
           INTO VFX-213-TO.
      ******************************************************************
       150-PRINT-HEADER.
       MOVE SPACES TO BKO-LINE.
       STRING "JOURNAL BACKOUT OF " DELIMITED BY SIZE
           VFX-213-PROGRAM DELIMITED BY SPACE
           " FROM " DELIMITED BY SIZE
           VFX-213-FROM-IN DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           VFX-213-TO-IN DELIMITED BY SIZE
           "  OPERATOR " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           "  RUN " DELIMITED BY SIZE
           WS-TSTAMP(1:14) DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
       MOVE SPACES TO BKO-LINE.
       WRITE BKO-LINE.
       MOVE "JOURNAL TIME     FILE         KEY                  RESULT"
           TO BKO-LINE.
       WRITE BKO-LINE.
      ******************************************************************
      *200-COLLECT-RUN loads the run's journal lines into the table
      *in the order they were written. A REWRITE or DELETE line with
      *no before-image (written before the journal carried them)
      *can't be reversed and is listed.
       200-COLLECT-RUN.
       OPEN INPUT VFX-JRNL-FILE.
       MOVE 'N' TO VFX-213-EOF-FLAG.
       MOVE 'N' TO VFX-213-FULL-FLAG.
       PERFORM UNTIL VFX-213-EOF
           READ VFX-JRNL-FILE
               AT END
                   MOVE 'Y' TO VFX-213-EOF-FLAG
               NOT AT END
                   PERFORM 210-TEST-IN-RUN
                   IF VFX-213-IN-RUN
                       PERFORM 220-TAKE-LINE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-JRNL-FILE.
      ******************************************************************
      *210-TEST-IN-RUN - the journal line was written by the program
      *being backed out, inside the window.
       210-TEST-IN-RUN.
       MOVE 'N' TO VFX-213-IN-RUN-FLAG.
       IF JRNL-PROGRAM = VFX-213-PROGRAM
               AND JRNL-TSTAMP(1:16) NOT < VFX-213-FROM
               AND JRNL-TSTAMP(1:16) NOT > VFX-213-TO
           MOVE 'Y' TO VFX-213-IN-RUN-FLAG
       END-IF.
      ******************************************************************
       220-TAKE-LINE.
       IF VFX-213-COUNT NOT < VFX-213-MAX
           MOVE 'Y' TO VFX-213-FULL-FLAG
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-213-COUNT.
       MOVE JRNL-FILE-NAME TO VFX-213-FILE-NAME.
       MOVE JRNL-DATA      TO VFX-213-DATA.
       PERFORM 250-LINE-KEY.
       MOVE JRNL-TSTAMP    TO VFX-213-E-TSTAMP(VFX-213-COUNT).
       MOVE JRNL-FILE-NAME TO VFX-213-E-FILE-NAME(VFX-213-COUNT).
       MOVE JRNL-ACTION    TO VFX-213-E-ACTION(VFX-213-COUNT).
       MOVE VFX-213-KEY    TO VFX-213-E-KEY(VFX-213-COUNT).
       MOVE JRNL-DATA      TO VFX-213-E-DATA(VFX-213-COUNT).
       MOVE JRNL-BEFORE    TO VFX-213-E-BEFORE(VFX-213-COUNT).
       IF VFX-213-KEY = SPACES
               OR (NOT JRNL-WRITE AND JRNL-BEFORE = SPACES)
           ADD 1 TO VFX-213-NO-IMAGE-COUNT
           MOVE VFX-213-COUNT TO VFX-213-IX
           MOVE "REFUSED - NO BEFORE-IMAGE ON THE JOURNAL"
               TO VFX-213-OUTCOME
           PERFORM 490-PRINT-ENTRY
       END-IF.
      ******************************************************************
      *250-LINE-KEY pulls the record key out of a journal image by
      *laying it over the master's record, the way forward recovery
      *positions its replays. A file this program doesn't know
      *comes back blank.
       250-LINE-KEY.
       MOVE SPACES TO VFX-213-KEY.
       EVALUATE VFX-213-FILE-NAME
           WHEN "VMFILE"
               MOVE VFX-213-DATA TO VM-REC
               MOVE VM-ID-KEY TO VFX-213-KEY
           WHEN "VMLMSTFILE"
               MOVE VFX-213-DATA TO VML-MST-REC
               MOVE VML-MST-ID-KEY TO VFX-213-KEY
           WHEN "VFXPURFILE"
               MOVE VFX-213-DATA TO PUR-REC
               MOVE PUR-KEY TO VFX-213-KEY
           WHEN "VFXWISHFILE"
               MOVE VFX-213-DATA TO WISH-REC
               MOVE WISH-KEY TO VFX-213-KEY
           WHEN "MERFILE"
               MOVE VFX-213-DATA TO MER-REC
               MOVE MER-ID TO VFX-213-KEY
           WHEN "CAP1ACCTFILE"
               MOVE VFX-213-DATA TO CAP1-ACCT-REC
               MOVE CAP1-ACCT-ID TO VFX-213-KEY
           WHEN "VFXPTSFILE"
               MOVE VFX-213-DATA TO PTS-REC
               MOVE PTS-MBR-ID TO VFX-213-KEY
       END-EVALUATE.
      ******************************************************************
      *300-CHECK-LATER reads the journal again for changes by anyone
      *else - another operator, another program, or the same program
      *after the window - to a record the run changed, made after the
      *run changed it. Backing out over one of those would throw away
      *a good change, so each is listed and nothing is reversed.
       300-CHECK-LATER.
       OPEN INPUT VFX-JRNL-FILE.
       MOVE 'N' TO VFX-213-EOF-FLAG.
       PERFORM UNTIL VFX-213-EOF
           READ VFX-JRNL-FILE
               AT END
                   MOVE 'Y' TO VFX-213-EOF-FLAG
               NOT AT END
                   PERFORM 210-TEST-IN-RUN
                   IF NOT VFX-213-IN-RUN
                           AND JRNL-TSTAMP(1:16) > VFX-213-FROM
                       PERFORM 310-ONE-LATER
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-JRNL-FILE.
      ******************************************************************
       310-ONE-LATER.
       MOVE JRNL-FILE-NAME TO VFX-213-FILE-NAME.
       MOVE JRNL-DATA      TO VFX-213-DATA.
       PERFORM 250-LINE-KEY.
       IF VFX-213-KEY = SPACES
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING VFX-213-IX FROM 1 BY 1
               UNTIL VFX-213-IX > VFX-213-COUNT
           IF VFX-213-E-FILE-NAME(VFX-213-IX) = JRNL-FILE-NAME
                   AND VFX-213-E-KEY(VFX-213-IX) = VFX-213-KEY
                   AND VFX-213-E-TSTAMP(VFX-213-IX)(1:16)
                       < JRNL-TSTAMP(1:16)
               ADD 1 TO VFX-213-LATER-COUNT
               MOVE SPACES TO BKO-LINE
               STRING JRNL-TSTAMP(1:16) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JRNL-FILE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VFX-213-KEY DELIMITED BY SIZE
                   " REFUSED - CHANGED AGAIN LATER BY "
                       DELIMITED BY SIZE
                   JRNL-PROGRAM DELIMITED BY SIZE
                   INTO BKO-LINE
               WRITE BKO-LINE
               EXIT PERFORM
           END-IF
       END-PERFORM.
      ******************************************************************
      *500-DECIDE backs the run out only when every line can be
      *reversed cleanly, and only on the supervisor's say-so.
       500-DECIDE.
       EVALUATE TRUE
           WHEN VFX-213-COUNT = ZERO
               MOVE "  NO JOURNAL LINES BY THAT PROGRAM IN THAT WINDOW"
                   TO BKO-LINE
               WRITE BKO-LINE
               DISPLAY "NOTHING ON THE JOURNAL FOR THAT RUN"
           WHEN VFX-213-FULL
               MOVE "  REFUSED - MORE THAN 500 CHANGES IN THE WINDOW - "
                 & "NARROW THE WINDOW OR RELOAD" TO BKO-LINE
               WRITE BKO-LINE
               DISPLAY "REFUSED - RUN TOO LARGE TO BACK OUT IN ONE PASS"
           WHEN VFX-213-NO-IMAGE-COUNT > ZERO
               DISPLAY "REFUSED - SOME CHANGES HAVE NO BEFORE-IMAGE"
           WHEN VFX-213-LATER-COUNT > ZERO
               DISPLAY "REFUSED - " VFX-213-LATER-COUNT
                       " LATER CHANGES TO THE SAME RECORDS"
           WHEN OTHER
               MOVE VFX-213-COUNT TO VFX-213-CNT-ED
               DISPLAY "BACK OUT " VFX-213-CNT-ED " JOURNALED "
                       "CHANGES BY " VFX-213-PROGRAM "? (Y/N): "
               ACCEPT VFX-213-RESP
               IF VFX-213-RESP = 'Y' OR 'y'
                   PERFORM 400-BACK-OUT-RUN
               ELSE
                   MOVE "  NOT CONFIRMED - NOTHING BACKED OUT"
                       TO BKO-LINE
                   WRITE BKO-LINE
               END-IF
       END-EVALUATE.
      ******************************************************************
      *400-BACK-OUT-RUN reverses the run from its last change to its
      *first, so a record the run touched more than once ends up as
      *it was before the run's first change to it.
       400-BACK-OUT-RUN.
       OPEN EXTEND VFX-JRNL-FILE.
       PERFORM VARYING VFX-213-IX FROM VFX-213-COUNT BY -1
               UNTIL VFX-213-IX < 1
           PERFORM 410-BACK-OUT-ONE
       END-PERFORM.
       CLOSE VFX-JRNL-FILE.
      ******************************************************************
       410-BACK-OUT-ONE.
       MOVE 'Y' TO VFX-213-OK-FLAG.
       EVALUATE VFX-213-E-FILE-NAME(VFX-213-IX)
           WHEN "VMFILE"       PERFORM 420-BACK-OUT-VM
           WHEN "VMLMSTFILE"   PERFORM 430-BACK-OUT-VML
           WHEN "VFXPURFILE"   PERFORM 440-BACK-OUT-PUR
           WHEN "VFXWISHFILE"  PERFORM 450-BACK-OUT-WISH
           WHEN "MERFILE"      PERFORM 460-BACK-OUT-MER
           WHEN "CAP1ACCTFILE" PERFORM 470-BACK-OUT-CAP1
           WHEN "VFXPTSFILE"   PERFORM 480-BACK-OUT-PTS
       END-EVALUATE.
       IF NOT VFX-213-OK
           ADD 1 TO VFX-213-FAIL-COUNT
           MOVE "NOT REVERSED - RECORD NOT AS JOURNALED"
               TO VFX-213-OUTCOME
           PERFORM 490-PRINT-ENTRY
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-213-DONE-COUNT.
       MOVE VFX-213-E-FILE-NAME(VFX-213-IX) TO JRNL-FILE-NAME.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               MOVE 'D' TO JRNL-ACTION
               MOVE VFX-213-E-DATA(VFX-213-IX) TO JRNL-DATA
               MOVE "WRITE UNDONE - RECORD DELETED" TO VFX-213-OUTCOME
           WHEN 'R'
               MOVE 'R' TO JRNL-ACTION
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO JRNL-DATA
               MOVE "REWRITE UNDONE - BEFORE-IMAGE RESTORED"
                   TO VFX-213-OUTCOME
           WHEN 'D'
               MOVE 'W' TO JRNL-ACTION
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO JRNL-DATA
               MOVE "DELETE UNDONE - RECORD WRITTEN BACK"
                   TO VFX-213-OUTCOME
       END-EVALUATE.
       PERFORM 980-WRITE-JRNL.
       PERFORM 490-PRINT-ENTRY.
      ******************************************************************
      *420-480 apply one reversal to one master, and only over the
      *record exactly as the run left it - a change the journal never
      *saw (a batch step) stops that line. The image on file becomes
      *the backout's own before-image.
       420-BACK-OUT-VM.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO VM-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ VM-FILE KEY IS VM-ID-KEY
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF VM-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE VM-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE VM-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO VM-REC
               REWRITE VM-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO VM-REC
               WRITE VM-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       430-BACK-OUT-VML.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO VML-MST-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ VML-MST-FILE KEY IS VML-MST-ID-KEY
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF VML-MST-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE VML-MST-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE VML-MST-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO VML-MST-REC
               REWRITE VML-MST-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO VML-MST-REC
               WRITE VML-MST-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       440-BACK-OUT-PUR.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO PUR-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ VFX-PUR-FILE KEY IS PUR-KEY
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF PUR-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE PUR-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE VFX-PUR-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO PUR-REC
               REWRITE PUR-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO PUR-REC
               WRITE PUR-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       450-BACK-OUT-WISH.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO WISH-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ VFX-WISH-FILE KEY IS WISH-KEY
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF WISH-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE WISH-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE VFX-WISH-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO WISH-REC
               REWRITE WISH-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO WISH-REC
               WRITE WISH-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       460-BACK-OUT-MER.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO MER-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ MER-FILE KEY IS MER-ID
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF MER-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE MER-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE MER-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO MER-REC
               REWRITE MER-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO MER-REC
               WRITE MER-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       470-BACK-OUT-CAP1.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO CAP1-ACCT-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ CAP1-ACCT-FILE KEY IS CAP1-ACCT-ID
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF CAP1-ACCT-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE CAP1-ACCT-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE CAP1-ACCT-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO CAP1-ACCT-REC
               REWRITE CAP1-ACCT-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO CAP1-ACCT-REC
               WRITE CAP1-ACCT-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       480-BACK-OUT-PTS.
       MOVE VFX-213-E-DATA(VFX-213-IX) TO PTS-REC.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W' WHEN 'R'
               READ VFX-PTS-FILE KEY IS PTS-MBR-ID
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-READ
               IF PTS-REC NOT = VFX-213-E-DATA(VFX-213-IX)
                   MOVE 'N' TO VFX-213-OK-FLAG
               END-IF
       END-EVALUATE.
       IF NOT VFX-213-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE PTS-REC TO WS-JRNL-BEFORE.
       EVALUATE VFX-213-E-ACTION(VFX-213-IX)
           WHEN 'W'
               DELETE VFX-PTS-FILE
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-DELETE
           WHEN 'R'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO PTS-REC
               REWRITE PTS-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-REWRITE
           WHEN 'D'
               MOVE VFX-213-E-BEFORE(VFX-213-IX) TO PTS-REC
               WRITE PTS-REC
                   INVALID KEY MOVE 'N' TO VFX-213-OK-FLAG
               END-WRITE
       END-EVALUATE.
      ******************************************************************
      *490-PRINT-ENTRY lists one of the run's journal lines with what
      *became of it.
       490-PRINT-ENTRY.
       MOVE SPACES TO BKO-LINE.
       STRING VFX-213-E-TSTAMP(VFX-213-IX)(1:16) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-213-E-FILE-NAME(VFX-213-IX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-213-E-KEY(VFX-213-IX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-213-OUTCOME DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
      ******************************************************************
       600-PRINT-TOTALS.
       MOVE SPACES TO BKO-LINE.
       WRITE BKO-LINE.
       MOVE VFX-213-COUNT TO VFX-213-CNT-ED.
       MOVE SPACES TO BKO-LINE.
       STRING "JOURNAL LINES IN THE RUN      " DELIMITED BY SIZE
           VFX-213-CNT-ED DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
       MOVE VFX-213-DONE-COUNT TO VFX-213-CNT-ED.
       MOVE SPACES TO BKO-LINE.
       STRING "BACKED OUT                    " DELIMITED BY SIZE
           VFX-213-CNT-ED DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
       MOVE VFX-213-FAIL-COUNT TO VFX-213-CNT-ED.
       MOVE SPACES TO BKO-LINE.
       STRING "NOT REVERSED                  " DELIMITED BY SIZE
           VFX-213-CNT-ED DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
       MOVE VFX-213-LATER-COUNT TO VFX-213-CNT-ED.
       MOVE SPACES TO BKO-LINE.
       STRING "LATER CHANGES BLOCKING        " DELIMITED BY SIZE
           VFX-213-CNT-ED DELIMITED BY SIZE
           INTO BKO-LINE.
       WRITE BKO-LINE.
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
