       COPY SELECT-MER-REJECT.
       COPY SELECT-MER-CKPT.
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-SANC.
      *-----------------------------------------------------------------
       data division.
       COPY FD-MER.
       COPY FD-MER-REJECT.
       COPY FD-MER-CKPT.
       COPY FD-JOB-LOG.
       COPY FD-VFX-SANC.
       working-storage section.

       01  MISC.
           03  WS-SAVE-PN-DATE             PIC X(8).
           03  WS-SAVE-ACCT                PIC X(10).
           03  WS-SAVE-ROUTE               PIC X(9).
           03  WS-SAVE-NAME                PIC X(25).
           03  WS-SAVE-ADDRESS             PIC X(25).
           03  WS-SAVE-ZIP                 PIC X(5).
           03  WS-SAVE-COMP-STATUS         PIC X.
           03  WS-NEW-MER-FLAG             PIC X.
               88  WS-NEW-MERCHANT         VALUE 'Y'.
           03  WS-HELD-COUNTER             PIC 9(4) VALUE ZERO.
       COPY WS-SANC.
      *-----------------------------------------------------------------
       procedure division.
      *-----------------------------------------------------------------
           MOVE ZERO             TO JOB-LOG-COUNT.
           MOVE SPACES           TO JOB-LOG-STATUS.
           WRITE JOB-LOG-REC.
           MOVE "G3-BLD-VISA-MER" TO VFX-SAN-PROGRAM.
           MOVE SPACES           TO VFX-SAN-OPERATOR.
           MOVE WS-TSTAMP(1:8)   TO VFX-SAN-TODAY.
           PERFORM 700-SANC-OPEN.
           PERFORM 050-LOAD-CHECKPOINT.
           PERFORM UNTIL WS-CHECK = 'Y'
               READ MER-FILE-TXT
           DISPLAY "G3_BLD_VISA_MER".
           DISPLAY "    COMPLETED ADDING ", WS-COUNTER.
           DISPLAY "    REJECTED ", WS-REJECT-COUNTER.
           DISPLAY "    PLACED ON COMPLIANCE HOLD ", WS-HELD-COUNTER.
           DISPLAY "    ENDED WITH STATUS CODE OF ", WS-STAT.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "    NO TRAILER CONTROL RECORD FOUND - COUNT "
                MER-FILE
                MER-REJECT-FILE
                MER-CKPT-FILE
                VFX-SANC-FILE
                VFX-SANQ-FILE
                VFX-SANL-TXT
                JOB-LOG-FILE.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
           MOVE MER-ID-TXT TO MER-ID.
           READ MER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-NEW-MER-FLAG
                   MOVE SPACES TO WS-SAVE-COMP-STATUS
                   MOVE SPACES TO WS-SAVE-OPERATOR-ID
      *A brand-new merchant starts pending - no money moves until
      *the prenote clears.
                   MOVE SPACES TO WS-SAVE-ACCT
                   MOVE SPACES TO WS-SAVE-ROUTE
               NOT INVALID KEY
                   MOVE 'N' TO WS-NEW-MER-FLAG
                   MOVE MER-COMP-STATUS TO WS-SAVE-COMP-STATUS
                   MOVE MER-NAME TO WS-SAVE-NAME
                   MOVE MER-ADDRESS TO WS-SAVE-ADDRESS
                   MOVE MER-ZIP TO WS-SAVE-ZIP
                   MOVE MER-OPERATOR-ID TO WS-SAVE-OPERATOR-ID
                   MOVE MER-PRENOTE-STATUS TO WS-SAVE-PN-STATUS
                   MOVE MER-PRENOTE-DATE TO WS-SAVE-PN-DATE
               MOVE 'P' TO WS-SAVE-PN-STATUS
               MOVE SPACES TO WS-SAVE-PN-DATE
           END-IF.
      *A new merchant, or one whose name or address moved on the
      *extract, is screened against the watch list before it is
      *filed; a possible match files it on compliance hold.
           IF WS-NEW-MERCHANT
                   OR MER-NAME-TXT NOT = WS-SAVE-NAME
                   OR MER-ADDRESS-TXT NOT = WS-SAVE-ADDRESS
                   OR MER-ZIP-TXT NOT = WS-SAVE-ZIP
               PERFORM 450-SCREEN-MERCHANT
           END-IF.
           WRITE MER-REC FROM MER-REC-TXT.
           IF WS-STAT = "00" OR WS-STAT = "22"
               MOVE MER-REC-TXT TO MER-REC
               MOVE WS-SAVE-OPERATOR-ID TO MER-OPERATOR-ID
               MOVE WS-SAVE-PN-STATUS TO MER-PRENOTE-STATUS
               MOVE WS-SAVE-PN-DATE TO MER-PRENOTE-DATE
               MOVE WS-SAVE-COMP-STATUS TO MER-COMP-STATUS
               REWRITE MER-REC
               IF WS-STAT = "00"
                   ADD 1 TO WS-COUNTER
               PERFORM 200-REJECT
           END-IF.
      *-----------------------------------------------------------------
      *450-SCREEN-MERCHANT runs the extract's name and address
      *against the sanctions watch list. A possible match goes on
      *the compliance review queue and the merchant is filed on
      *compliance hold - settlement won't pay it until a supervisor
      *clears the match. A hold already on file is kept either way.
       450-SCREEN-MERCHANT.
           MOVE 'V'             TO VFX-SAN-SUBJ-TYPE.
           MOVE MER-ID-TXT      TO VFX-SAN-SUBJ-ID.
           MOVE MER-NAME-TXT    TO VFX-SAN-NAME-1.
           MOVE SPACES          TO VFX-SAN-NAME-2.
           MOVE MER-ADDRESS-TXT TO VFX-SAN-ADDRESS.
           MOVE MER-ZIP-TXT     TO VFX-SAN-ZIP.
           PERFORM 710-SANC-SCREEN.
           IF VFX-SAN-HIT AND WS-SAVE-COMP-STATUS NOT = 'H'
               MOVE 'H' TO WS-SAVE-COMP-STATUS
               ADD 1 TO WS-HELD-COUNTER
               DISPLAY "    COMPLIANCE HOLD ", MER-ID-TXT
           END-IF.
      *-----------------------------------------------------------------
      *200-REJECT writes a record that failed the ISAM WRITE/REWRITE
      *to MER-REJECT-FILE along with the status code instead of
      *letting it silently disappear.
               DISPLAY "    CONTROL TOTAL RECONCILED OK"
               MOVE "RECONCILED OK" TO WS-RECON-MSG
           END-IF.
      *-----------------------------------------------------------------
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
