      ******************************************************************
      *PROGRAM:  Sanctions Watch-List Rescreen
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly, whenever G3-VFX-157-SANC-LOAD filed a new
      *          publication of the watch list, runs every member,
      *          every merchant and every Capital One applicant on
      *          the outbound application extract back through the
      *          same name and address screen the signup and
      *          merchant maintenance programs use. New possible
      *          matches go on the compliance review queue; an
      *          active member or a merchant with one goes on
      *          compliance hold until a supervisor clears it in
      *          G3-VFX-161-SANC-REV. An applicant's hold lands on
      *          the applicant's own membership - the extract line
      *          itself belongs to the bank. When the list has not
      *          changed since the last rescreen the step logs
      *          complete without screening anyone again. The
      *          report lists every party held tonight and the
      *          counts screened, for the bank partner's file.
      ******************************************************************
       PROGRAM-ID. G3-VFX-159-SANC-SCRN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-MER.
       COPY SELECT-VFX-CAP1APP.
       COPY SELECT-VFX-SANC.
       COPY SELECT-VFX-SANC-RPT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-MER.
       COPY FD-VFX-CAP1APP.
       COPY FD-VFX-SANC.
       COPY FD-VFX-SANC-RPT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      *MER-FILE's FILE STATUS fields aren't in WS-VFX.cpy, the same
      *local-declaration arrangement G3-VFX-47-SETTLE uses.
       01  WS-STAT                      PIC XX.
       01  WS-STAT-TXT                  PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-159-SANC-SCRN' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE "COMPLETE" TO VFX-159-RESULT.
       PERFORM 050-READ-LIST-DATES.
       IF VFX-159-LIST-DATE = ZEROS
           DISPLAY "G3-VFX-159-SANC-SCRN: NO WATCH LIST LOADED - "
                   "NOTHING TO SCREEN AGAINST"
       ELSE
           IF VFX-159-LIST-DATE = VFX-159-DONE-DATE
               DISPLAY "G3-VFX-159-SANC-SCRN: LIST OF "
                       VFX-159-LIST-DATE " ALREADY SCREENED"
           ELSE
               PERFORM 060-RESCREEN
           END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP         TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG        TO JOB-LOG-PROGRAM.
       MOVE "END"             TO JOB-LOG-EVENT.
       MOVE VFX-159-NEW-TOTAL TO JOB-LOG-COUNT.
       MOVE VFX-159-RESULT    TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
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
      *050-READ-LIST-DATES compares the publication on file with the
      *one the last rescreen ran against.
       050-READ-LIST-DATES.
       MOVE WS-CTL-SANC-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZEROS TO VFX-159-LIST-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-159-LIST-DATE
       END-READ.
       MOVE WS-CTL-SANS-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE ZEROS TO VFX-159-DONE-DATE
           NOT INVALID KEY
               MOVE CTL-NBR-NEXT TO VFX-159-DONE-DATE
       END-READ.
      ******************************************************************
       060-RESCREEN.
       MOVE VFX-M-PROG  TO VFX-SAN-PROGRAM.
       MOVE SPACES      TO VFX-SAN-OPERATOR.
       MOVE WS-BUS-DATE TO VFX-SAN-TODAY.
       PERFORM 700-SANC-OPEN.
       OPEN I-O VM-FILE.
       OPEN I-O MER-FILE.
       OPEN OUTPUT VFX-SANC-RPT-FILE.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING "SANCTIONS RESCREEN FOR " WS-BUS-DATE
           " AGAINST WATCH LIST OF " VFX-159-LIST-DATE
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE SPACES TO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE "TYPE  ID        NAME                            ACTION"
           TO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       PERFORM 100-SCREEN-MEMBERS.
       PERFORM 200-SCREEN-MERCHANTS.
       PERFORM 300-SCREEN-APPLICANTS.
       PERFORM 400-PRINT-TOTALS.
       CLOSE VM-FILE.
       CLOSE MER-FILE.
       CLOSE VFX-SANC-RPT-FILE.
       CLOSE VFX-SANC-FILE.
       CLOSE VFX-SANQ-FILE.
       CLOSE VFX-SANL-TXT.
      *The rescreen is stamped done only once all three masters went
      *through, so a run that dies partway screens again tomorrow.
       MOVE WS-CTL-SANS-NAME  TO CTL-NBR-NAME.
       MOVE VFX-159-LIST-DATE TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC
           INVALID KEY
               WRITE CTL-NBR-REC
       END-REWRITE.
       DISPLAY "G3-VFX-159-SANC-SCRN: " VFX-159-NEW-TOTAL
               " NEW POSSIBLE MATCHES QUEUED".
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXSANCSCRN.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
      ******************************************************************
      *100-SCREEN-MEMBERS - canceled and merged-away memberships are
      *history, not customers, and are not screened. A suspended
      *member already can't buy; a match is queued and reported but
      *the suspension is left in place rather than overwritten.
       100-SCREEN-MEMBERS.
       MOVE 'N' TO VFX-159-EOF-FLAG.
       MOVE ZERO TO VM-ID-KEY.
       START VM-FILE KEY IS NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-159-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-159-EOF
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-159-EOF-FLAG
               NOT AT END
                   IF NOT VM-CANCELED AND NOT VM-MERGED
                       PERFORM 110-SCREEN-MEMBER
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       110-SCREEN-MEMBER.
       ADD 1 TO VFX-159-MBR-SCREENED.
       MOVE 'M'          TO VFX-SAN-SUBJ-TYPE.
       MOVE VM-ID-KEY    TO VFX-SAN-SUBJ-ID.
       MOVE SPACES       TO VFX-SAN-NAME-1.
       STRING VM-FNAME " " VM-LNAME-KEY
           DELIMITED BY SIZE INTO VFX-SAN-NAME-1.
       MOVE SPACES       TO VFX-SAN-NAME-2.
       STRING VM-LNAME-KEY " " VM-FNAME
           DELIMITED BY SIZE INTO VFX-SAN-NAME-2.
       MOVE VM-ADDRESS   TO VFX-SAN-ADDRESS.
       MOVE VM-ZIP-KEY   TO VFX-SAN-ZIP.
       PERFORM 710-SANC-SCREEN.
       ADD VFX-SAN-NEW-COUNT TO VFX-159-NEW-TOTAL.
       IF VFX-SAN-HIT
           EVALUATE TRUE
               WHEN VM-ACTIVE OR VM-TRIAL
                   SET VM-COMP-HOLD TO TRUE
                   REWRITE VM-REC
                   ADD 1 TO VFX-159-MBR-HELD
                   MOVE "PLACED ON COMPLIANCE HOLD" TO VFX-159-ACTION
               WHEN VM-COMP-HOLD
                   MOVE "ALREADY ON HOLD" TO VFX-159-ACTION
      *A paused or suspended member is not held here; the pause
      *resume and the delinquency sweep find the open match on the
      *queue and hold the member instead of reactivating.
               WHEN VM-PAUSED
                   MOVE "QUEUED - LEFT PAUSED" TO VFX-159-ACTION
               WHEN VM-SUSPENDED
                   MOVE "QUEUED - LEFT SUSPENDED" TO VFX-159-ACTION
               WHEN VM-CANCELED
                   MOVE "QUEUED - LEFT CANCELED" TO VFX-159-ACTION
               WHEN OTHER
                   MOVE SPACES TO VFX-159-ACTION
                   STRING "QUEUED - LEFT STATUS " VM-STATUS
                       DELIMITED BY SIZE INTO VFX-159-ACTION
           END-EVALUATE
           PERFORM 500-PRINT-PARTY
       END-IF.
      ******************************************************************
       200-SCREEN-MERCHANTS.
       MOVE 'N' TO VFX-159-EOF-FLAG.
       MOVE LOW-VALUES TO MER-ID.
       START MER-FILE KEY IS NOT LESS THAN MER-ID
           INVALID KEY
               MOVE 'Y' TO VFX-159-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-159-EOF
           READ MER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-159-EOF-FLAG
               NOT AT END
                   PERFORM 210-SCREEN-MERCHANT
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       210-SCREEN-MERCHANT.
       ADD 1 TO VFX-159-MER-SCREENED.
       MOVE 'V'          TO VFX-SAN-SUBJ-TYPE.
       MOVE MER-ID       TO VFX-SAN-SUBJ-ID.
       MOVE MER-NAME     TO VFX-SAN-NAME-1.
       MOVE SPACES       TO VFX-SAN-NAME-2.
       MOVE MER-ADDRESS  TO VFX-SAN-ADDRESS.
       MOVE MER-ZIP      TO VFX-SAN-ZIP.
       PERFORM 710-SANC-SCREEN.
       ADD VFX-SAN-NEW-COUNT TO VFX-159-NEW-TOTAL.
       IF VFX-SAN-HIT
           IF MER-COMP-HOLD
               MOVE "ALREADY ON HOLD" TO VFX-159-ACTION
           ELSE
               SET MER-COMP-HOLD TO TRUE
               REWRITE MER-REC
               ADD 1 TO VFX-159-MER-HELD
               MOVE "PLACED ON COMPLIANCE HOLD" TO VFX-159-ACTION
           END-IF
           PERFORM 500-PRINT-PARTY
       END-IF.
      ******************************************************************
      *300-SCREEN-APPLICANTS reads the outbound co-brand application
      *extract as the bank will see it. No extract tonight simply
      *means nobody applied.
       300-SCREEN-APPLICANTS.
       OPEN INPUT VFX-CAP1APP-TXT.
       IF WS-CAP1APP-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-159-EOF-FLAG.
       PERFORM UNTIL VFX-159-EOF
           READ VFX-CAP1APP-TXT
               AT END
                   MOVE 'Y' TO VFX-159-EOF-FLAG
               NOT AT END
                   PERFORM 310-SCREEN-APPLICANT
           END-READ
       END-PERFORM.
       CLOSE VFX-CAP1APP-TXT.
      *-----------------------------------------------------------------
       310-SCREEN-APPLICANT.
       ADD 1 TO VFX-159-APP-SCREENED.
       MOVE 'A'             TO VFX-SAN-SUBJ-TYPE.
       MOVE CAP1APP-VM-ID   TO VFX-SAN-SUBJ-ID.
       MOVE SPACES          TO VFX-SAN-NAME-1.
       STRING CAP1APP-FNAME " " CAP1APP-LNAME
           DELIMITED BY SIZE INTO VFX-SAN-NAME-1.
       MOVE SPACES          TO VFX-SAN-NAME-2.
       STRING CAP1APP-LNAME " " CAP1APP-FNAME
           DELIMITED BY SIZE INTO VFX-SAN-NAME-2.
       MOVE CAP1APP-ADDRESS TO VFX-SAN-ADDRESS.
       MOVE CAP1APP-ZIP     TO VFX-SAN-ZIP.
       PERFORM 710-SANC-SCREEN.
       ADD VFX-SAN-NEW-COUNT TO VFX-159-NEW-TOTAL.
       IF VFX-SAN-HIT
           MOVE "QUEUED - MEMBER NOT ON FILE" TO VFX-159-ACTION
           MOVE CAP1APP-VM-ID TO VM-ID-KEY
           READ VM-FILE KEY IS VM-ID-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VM-ACTIVE OR VM-TRIAL
                       SET VM-COMP-HOLD TO TRUE
                       REWRITE VM-REC
                       ADD 1 TO VFX-159-APP-HELD
                       MOVE "MEMBERSHIP PLACED ON HOLD"
                           TO VFX-159-ACTION
                   ELSE
                       MOVE "QUEUED FOR REVIEW" TO VFX-159-ACTION
                   END-IF
           END-READ
           PERFORM 500-PRINT-PARTY
       END-IF.
      ******************************************************************
       400-PRINT-TOTALS.
       MOVE SPACES TO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE VFX-159-MBR-SCREENED TO VFX-159-CNT-ED.
       MOVE VFX-159-MBR-HELD     TO VFX-159-CNT2-ED.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING "MEMBERS SCREENED     " VFX-159-CNT-ED
           "   PLACED ON HOLD " VFX-159-CNT2-ED
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE VFX-159-MER-SCREENED TO VFX-159-CNT-ED.
       MOVE VFX-159-MER-HELD     TO VFX-159-CNT2-ED.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING "MERCHANTS SCREENED   " VFX-159-CNT-ED
           "   PLACED ON HOLD " VFX-159-CNT2-ED
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE VFX-159-APP-SCREENED TO VFX-159-CNT-ED.
       MOVE VFX-159-APP-HELD     TO VFX-159-CNT2-ED.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING "APPLICANTS SCREENED  " VFX-159-CNT-ED
           "   PLACED ON HOLD " VFX-159-CNT2-ED
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
       MOVE VFX-159-NEW-TOTAL TO VFX-159-CNT-ED.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING "NEW POSSIBLE MATCHES " VFX-159-CNT-ED
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
      ******************************************************************
       500-PRINT-PARTY.
       MOVE SPACES TO SANC-RPT-LINE.
       STRING VFX-SAN-SUBJ-TYPE "     " VFX-SAN-SUBJ-ID "  "
           VFX-SAN-NAME-1(1:30) "  " VFX-159-ACTION
           DELIMITED BY SIZE INTO SANC-RPT-LINE.
       WRITE SANC-RPT-LINE.
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
