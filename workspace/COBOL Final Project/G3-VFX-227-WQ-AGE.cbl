      ******************************************************************
      *PROGRAM:  Exception Work-Queue Aging and Escalation
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly look across every exception queue a rep or
      *          supervisor has to work: the data-quality queue,
      *          held fraud-screen sales, disputes still waiting on
      *          our response, released pre-orders that could not
      *          convert, ACH rejects, account-updater lines not
      *          applied and billing response exceptions. Each item
      *          is aged in days to the business date - the indexed
      *          queues from their own dates, the rebuilt text
      *          files from the day the line first turned up (kept
      *          on VFX-WQC-FILE). The report buckets every queue
      *          0-2, 3-7, 8-30 and over 30 days with its oldest
      *          item; anything past its queue's target goes on the
      *          supervisor escalation list.
      ******************************************************************
       PROGRAM-ID. G3-VFX-227-WQ-AGE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-DQ.
       COPY SELECT-VFX-FHOLD.
       COPY SELECT-VFX-DISP.
       COPY SELECT-VFX-PREORD.
       COPY SELECT-VFX-MOV-MST.
       COPY SELECT-VFX-ACH-RET.
       COPY SELECT-VFX-ACCTUPD.
       COPY SELECT-VFX-BP-RPT.
       COPY SELECT-VFX-WQ.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-DQ.
       COPY FD-VFX-FHOLD.
       COPY FD-VFX-DISP.
       COPY FD-VFX-PREORD.
       COPY FD-VFX-MOV-MST.
       COPY FD-VFX-ACH-RET.
       COPY FD-VFX-ACCTUPD.
       COPY FD-VFX-BP-RPT.
       COPY FD-VFX-WQ.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-227-WQ-AGE' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE TO VFX-227-TODAY-NUM.
       OPEN INPUT VFX-DQ-FILE.
       OPEN INPUT VFX-FHOLD-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN INPUT VFX-PREORD-FILE.
       OPEN INPUT VML-MST-FILE.
       OPEN I-O VFX-WQC-FILE.
       OPEN OUTPUT VFX-WQ-RPT-FILE.
       OPEN OUTPUT VFX-WQ-ESC-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       INITIALIZE VFX-227-QUEUE-TOTALS.
       PERFORM 050-PRINT-HEADERS.
       PERFORM 100-DQ-QUEUE.
       PERFORM 150-FRAUD-HOLDS.
       PERFORM 200-DISPUTES.
       PERFORM 250-PREORDERS.
       PERFORM 300-ACH-REJECTS.
       PERFORM 350-UPDATER-LINES.
       PERFORM 400-BILLING-EXCEPTIONS.
       PERFORM 500-DROP-CLEARED.
       IF VFX-227-PAST-COUNT = ZERO
           MOVE "  (NONE)" TO WQ-RPT-LINE
           WRITE WQ-RPT-LINE
           MOVE "  (NONE)" TO WQ-ESC-LINE
           WRITE WQ-ESC-LINE
       END-IF.
       PERFORM 700-PRINT-SUMMARY.
       DISPLAY "G3-VFX-227-WQ-AGE: " VFX-227-OPEN-COUNT
               " OPEN ITEMS, " VFX-227-PAST-COUNT " ESCALATED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-227-OPEN-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-DQ-FILE.
       CLOSE VFX-FHOLD-FILE.
       CLOSE VFX-DISP-FILE.
       CLOSE VFX-PREORD-FILE.
       CLOSE VML-MST-FILE.
       CLOSE VFX-WQC-FILE.
       CLOSE VFX-WQ-RPT-FILE.
       CLOSE VFX-WQ-ESC-FILE.
       CLOSE JOB-LOG-FILE.
      *Both printed reports go to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXWQAGE.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXWQESC.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE ages the queues to the BUSDATE control
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
      *050-PRINT-HEADERS starts the aging report with its list of
      *items past target, and the escalation list the supervisors
      *work from.
       050-PRINT-HEADERS.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING "EXCEPTION WORK-QUEUE AGING AS OF " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE SPACES TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE "ITEMS PAST QUEUE TARGET - ESCALATED" TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE "QUEUE            SINCE       AGE TARGET  ITEM"
           TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE SPACES TO WQ-ESC-LINE.
       STRING "SUPERVISOR ESCALATION LIST AS OF " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO WQ-ESC-LINE.
       WRITE WQ-ESC-LINE.
       MOVE SPACES TO WQ-ESC-LINE.
       WRITE WQ-ESC-LINE.
       MOVE "QUEUE            SINCE       AGE TARGET  ITEM"
           TO WQ-ESC-LINE.
       WRITE WQ-ESC-LINE.
      ******************************************************************
      *100-DQ-QUEUE ages every data-quality row still queued from the
      *day the quality rule put it there.
       100-DQ-QUEUE.
       MOVE 1 TO VFX-227-QX.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       MOVE LOW-VALUES TO DQ-KEY.
       START VFX-DQ-FILE KEY IS NOT LESS THAN DQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-227-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-DQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF DQ-QUEUED
                       MOVE DQ-DATE TO VFX-227-START-DATE
                       MOVE SPACES TO VFX-227-REF
                       STRING "MEMBER " DELIMITED BY SIZE
                           DQ-MBR-ID DELIMITED BY SIZE
                           " FIELD " DELIMITED BY SIZE
                           DQ-FIELD DELIMITED BY SIZE
                           INTO VFX-227-REF
                       MOVE DQ-REASON TO VFX-227-DETAIL
                       PERFORM 600-AGE-ITEM
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *150-FRAUD-HOLDS ages every sale still held by the velocity
      *screen from the day it was stopped.
       150-FRAUD-HOLDS.
       MOVE 2 TO VFX-227-QX.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       MOVE LOW-VALUES TO FHOLD-KEY.
       START VFX-FHOLD-FILE KEY IS NOT LESS THAN FHOLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-227-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-FHOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF FHOLD-HELD
                       MOVE FHOLD-DATE TO VFX-227-START-DATE
                       MOVE SPACES TO VFX-227-REF
                       STRING "MEMBER " DELIMITED BY SIZE
                           FHOLD-MBR-ID DELIMITED BY SIZE
                           " TITLE " DELIMITED BY SIZE
                           FHOLD-VML-ID DELIMITED BY SIZE
                           INTO VFX-227-REF
                       MOVE SPACES TO VFX-227-DETAIL
                       STRING FHOLD-TITLE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           FHOLD-REASON DELIMITED BY SIZE
                           INTO VFX-227-DETAIL
                       PERFORM 600-AGE-ITEM
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-DISPUTES ages every chargeback still open - the ones we
      *have not yet represented - from the day the processor sent
      *it. The detail carries the respond-by date the processor
      *holds us to.
       200-DISPUTES.
       MOVE 3 TO VFX-227-QX.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       MOVE LOW-VALUES TO DISP-KEY.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-227-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF DISP-OPEN
                       PERFORM 210-ONE-DISPUTE
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       210-ONE-DISPUTE.
       MOVE DISP-RECV-DATE TO VFX-227-START-DATE.
       MOVE SPACES TO VFX-227-REF.
       STRING "CASE " DELIMITED BY SIZE
           DISP-CASE-NBR DELIMITED BY SIZE
           " MEMBER " DELIMITED BY SIZE
           DISP-MBR-ID DELIMITED BY SIZE
           INTO VFX-227-REF.
       MOVE SPACES TO VFX-227-DETAIL.
       IF DISP-RECV-DATE IS NUMERIC
           MOVE DISP-RECV-DATE TO VFX-227-DUE-NUM
           COMPUTE VFX-227-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VFX-227-DUE-NUM)
             + VFX-227-DISP-RESP-DAYS)
           STRING "RESPOND BY " DELIMITED BY SIZE
               VFX-227-DUE-NUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DISP-TITLE DELIMITED BY SIZE
               INTO VFX-227-DETAIL
       ELSE
           MOVE DISP-TITLE TO VFX-227-DETAIL
       END-IF.
       PERFORM 600-AGE-ITEM.
      ******************************************************************
      *250-PREORDERS ages every pre-order still open after its title
      *was released - the release-day batch could not convert it -
      *from the release date (the order date, for a title with no
      *release date on file). A title not yet released, or gone from
      *the master, is left to the release-day batch.
       250-PREORDERS.
       MOVE 4 TO VFX-227-QX.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       MOVE LOW-VALUES TO PREORD-KEY.
       START VFX-PREORD-FILE KEY IS NOT LESS THAN PREORD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-227-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-PREORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF PREORD-OPEN
                       PERFORM 260-ONE-PREORDER
                   END-IF
           END-READ
       END-PERFORM.
      *-----------------------------------------------------------------
       260-ONE-PREORDER.
       MOVE PREORD-VML-ID TO VML-MST-ID-KEY.
       READ VML-MST-FILE KEY IS VML-MST-ID-KEY
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF VML-MST-AVAIL-FROM NOT = SPACES
           IF VML-MST-AVAIL-FROM > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE VML-MST-AVAIL-FROM TO VFX-227-START-DATE
       ELSE
           MOVE PREORD-ORDER-DATE TO VFX-227-START-DATE
       END-IF.
       MOVE SPACES TO VFX-227-REF.
       STRING "MEMBER " DELIMITED BY SIZE
           PREORD-MBR-ID DELIMITED BY SIZE
           " TITLE " DELIMITED BY SIZE
           PREORD-VML-ID DELIMITED BY SIZE
           INTO VFX-227-REF.
       MOVE PREORD-TITLE TO VFX-227-DETAIL.
       PERFORM 600-AGE-ITEM.
      ******************************************************************
      *300-ACH-REJECTS ages each return or change notice the bank
      *sent that matched no settlement detail. The reject file is
      *rebuilt by each run of the return posting; no file means
      *nothing is waiting.
       300-ACH-REJECTS.
       MOVE 5 TO VFX-227-QX.
       OPEN INPUT VFX-ACH-REJ-FILE.
       IF WS-ACH-REJ-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-ACH-REJ-FILE
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF ARET-REJECT-REC NOT = SPACES
                       MOVE ARET-REJECT-REC TO VFX-227-DETAIL
                       MOVE "ACHRETREJ.TXT" TO VFX-227-REF
                       PERFORM 450-CARRY-ITEM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-ACH-REJ-FILE.
      ******************************************************************
      *350-UPDATER-LINES ages each reissued card the account updater
      *could not match to a card on file.
       350-UPDATER-LINES.
       MOVE 6 TO VFX-227-QX.
       OPEN INPUT VFX-AUPD-RPT-FILE.
       IF WS-AUPD-RPT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-AUPD-RPT-FILE
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF AUPD-RPT-LINE NOT = SPACES
                       MOVE AUPD-RPT-LINE TO VFX-227-DETAIL
                       MOVE "VFXAUPDRPT.TXT" TO VFX-227-REF
                       PERFORM 450-CARRY-ITEM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-AUPD-RPT-FILE.
      ******************************************************************
      *400-BILLING-EXCEPTIONS ages each processor response that
      *matched no extract line, and each extract line the processor
      *never answered.
       400-BILLING-EXCEPTIONS.
       MOVE 7 TO VFX-227-QX.
       OPEN INPUT VFX-BP-RPT-FILE.
       IF WS-BP-RPT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-BP-RPT-FILE
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF BP-RPT-LINE NOT = SPACES
                       MOVE BP-RPT-LINE TO VFX-227-DETAIL
                       MOVE "VFXBPEXC.TXT" TO VFX-227-REF
                       PERFORM 450-CARRY-ITEM
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-BP-RPT-FILE.
      ******************************************************************
      *450-CARRY-ITEM looks the text line up on the carry file,
      *adding it dated today the first time it is listed, and marks
      *it seen tonight so 500-DROP-CLEARED keeps it. The line is
      *then aged from the day it was first listed.
       450-CARRY-ITEM.
       MOVE VFX-WQ-CODE(VFX-227-QX) TO WQC-QUEUE.
       MOVE VFX-227-DETAIL          TO WQC-ITEM.
       READ VFX-WQC-FILE KEY IS WQC-KEY
           INVALID KEY
               MOVE WS-BUS-DATE TO WQC-FIRST-DATE
               MOVE WS-BUS-DATE TO WQC-SEEN-DATE
               WRITE WQC-REC
           NOT INVALID KEY
               MOVE WS-BUS-DATE TO WQC-SEEN-DATE
               REWRITE WQC-REC
       END-READ.
       MOVE WQC-FIRST-DATE TO VFX-227-START-DATE.
       PERFORM 600-AGE-ITEM.
      ******************************************************************
      *500-DROP-CLEARED removes carry rows whose line was not on
      *tonight's files - the item was worked and the producing run
      *no longer lists it.
       500-DROP-CLEARED.
       MOVE 'N' TO VFX-227-EOF-FLAG.
       MOVE LOW-VALUES TO WQC-KEY.
       START VFX-WQC-FILE KEY IS NOT LESS THAN WQC-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-227-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-227-EOF
           READ VFX-WQC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-227-EOF-FLAG
               NOT AT END
                   IF WQC-SEEN-DATE NOT = WS-BUS-DATE
                       DELETE VFX-WQC-FILE RECORD
                       ADD 1 TO VFX-227-CLEARED-COUNT
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *600-AGE-ITEM ages one item of queue VFX-227-QX from
      *VFX-227-START-DATE, drops it in its bucket, keeps the queue's
      *oldest, and escalates it when it is past the queue's target.
      *An item with no usable date is counted in the 0-2 bucket and
      *noted in the totals so someone looks at why.
       600-AGE-ITEM.
       ADD 1 TO VFX-227-OPEN-COUNT.
       ADD 1 TO VFX-227-Q-OPEN(VFX-227-QX).
       MOVE ZERO TO VFX-227-AGE.
       IF VFX-227-START-DATE IS NUMERIC
               AND VFX-227-START-DATE > "16010100"
           MOVE VFX-227-START-DATE TO VFX-227-START-NUM
           COMPUTE VFX-227-AGE =
               FUNCTION INTEGER-OF-DATE(VFX-227-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(VFX-227-START-NUM)
           IF VFX-227-AGE < ZERO
               MOVE ZERO TO VFX-227-AGE
           END-IF
       ELSE
           ADD 1 TO VFX-227-UNDATED-COUNT
           MOVE SPACES TO VFX-227-START-DATE
       END-IF.
       EVALUATE TRUE
           WHEN VFX-227-AGE < 3
               MOVE 1 TO VFX-227-BX
           WHEN VFX-227-AGE < 8
               MOVE 2 TO VFX-227-BX
           WHEN VFX-227-AGE < 31
               MOVE 3 TO VFX-227-BX
           WHEN OTHER
               MOVE 4 TO VFX-227-BX
       END-EVALUATE.
       ADD 1 TO VFX-227-Q-BKT(VFX-227-QX, VFX-227-BX).
       IF VFX-227-Q-OPEN(VFX-227-QX) = 1
               OR VFX-227-AGE > VFX-227-Q-OLDEST(VFX-227-QX)
           MOVE VFX-227-AGE        TO VFX-227-Q-OLDEST(VFX-227-QX)
           MOVE VFX-227-START-DATE TO VFX-227-Q-OLD-DATE(VFX-227-QX)
           MOVE VFX-227-REF        TO VFX-227-Q-OLD-REF(VFX-227-QX)
           MOVE VFX-227-DETAIL
               TO VFX-227-Q-OLD-DETAIL(VFX-227-QX)
       END-IF.
       IF VFX-227-AGE > VFX-WQ-TARGET(VFX-227-QX)
           ADD 1 TO VFX-227-PAST-COUNT
           ADD 1 TO VFX-227-Q-PAST(VFX-227-QX)
           PERFORM 610-ESCALATE
       END-IF.
      *-----------------------------------------------------------------
      *610-ESCALATE puts the item on the supervisor list and on the
      *report's past-target section.
       610-ESCALATE.
       MOVE VFX-227-AGE TO VFX-227-DAYS-ED.
       MOVE VFX-WQ-TARGET(VFX-227-QX) TO VFX-227-SLA-ED.
       MOVE SPACES TO WQ-ESC-LINE.
       STRING VFX-WQ-NAME(VFX-227-QX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-START-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-DAYS-ED DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           VFX-227-SLA-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-227-REF DELIMITED BY SIZE
           INTO WQ-ESC-LINE.
       WRITE WQ-ESC-LINE.
       MOVE WQ-ESC-LINE TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE SPACES TO WQ-ESC-LINE.
       STRING "      " DELIMITED BY SIZE
           VFX-227-DETAIL DELIMITED BY SIZE
           INTO WQ-ESC-LINE.
       WRITE WQ-ESC-LINE.
       MOVE WQ-ESC-LINE TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
      ******************************************************************
      *700-PRINT-SUMMARY shows each queue's items by age bucket,
      *how many are past target and its oldest item.
       700-PRINT-SUMMARY.
       MOVE SPACES TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE "AGING BY QUEUE (DAYS)" TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE "QUEUE            TARGET     0-2    3-7   8-30    >30"
         & "   OPEN   PAST" TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       PERFORM VARYING VFX-227-QX FROM 1 BY 1
               UNTIL VFX-227-QX > 7
           PERFORM 710-PRINT-QUEUE
       END-PERFORM.
       MOVE SPACES TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE "OLDEST ITEM BY QUEUE" TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       PERFORM VARYING VFX-227-QX FROM 1 BY 1
               UNTIL VFX-227-QX > 7
           PERFORM 720-PRINT-OLDEST
       END-PERFORM.
       MOVE SPACES TO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE VFX-227-OPEN-COUNT TO VFX-227-CNT-ED.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING "OPEN ITEMS              " DELIMITED BY SIZE
           VFX-227-CNT-ED DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE VFX-227-PAST-COUNT TO VFX-227-CNT-ED.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING "ESCALATED PAST TARGET   " DELIMITED BY SIZE
           VFX-227-CNT-ED DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE VFX-227-CLEARED-COUNT TO VFX-227-CNT-ED.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING "TEXT ITEMS CLEARED      " DELIMITED BY SIZE
           VFX-227-CNT-ED DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       IF VFX-227-UNDATED-COUNT > ZERO
           MOVE VFX-227-UNDATED-COUNT TO VFX-227-CNT-ED
           MOVE SPACES TO WQ-RPT-LINE
           STRING "NO USABLE DATE          " DELIMITED BY SIZE
               VFX-227-CNT-ED DELIMITED BY SIZE
               INTO WQ-RPT-LINE
           WRITE WQ-RPT-LINE
       END-IF.
      *-----------------------------------------------------------------
       710-PRINT-QUEUE.
       MOVE VFX-WQ-TARGET(VFX-227-QX) TO VFX-227-SLA-ED.
       PERFORM VARYING VFX-227-BX FROM 1 BY 1
               UNTIL VFX-227-BX > 4
           MOVE VFX-227-Q-BKT(VFX-227-QX, VFX-227-BX)
               TO VFX-227-BKT-ED(VFX-227-BX)
       END-PERFORM.
       MOVE VFX-227-Q-OPEN(VFX-227-QX) TO VFX-227-CNT-ED.
       MOVE VFX-227-Q-PAST(VFX-227-QX) TO VFX-227-PAST-ED.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING VFX-WQ-NAME(VFX-227-QX) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           VFX-227-SLA-ED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-227-BKT-ED(1) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-BKT-ED(2) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-BKT-ED(3) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-BKT-ED(4) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-CNT-ED DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-PAST-ED DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
      *-----------------------------------------------------------------
       720-PRINT-OLDEST.
       MOVE SPACES TO WQ-RPT-LINE.
       IF VFX-227-Q-OPEN(VFX-227-QX) = ZERO
           STRING VFX-WQ-NAME(VFX-227-QX) DELIMITED BY SIZE
               " (EMPTY)" DELIMITED BY SIZE
               INTO WQ-RPT-LINE
           WRITE WQ-RPT-LINE
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-227-Q-OLDEST(VFX-227-QX) TO VFX-227-DAYS-ED.
       STRING VFX-WQ-NAME(VFX-227-QX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-Q-OLD-DATE(VFX-227-QX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           VFX-227-DAYS-ED DELIMITED BY SIZE
           " DAYS  " DELIMITED BY SIZE
           VFX-227-Q-OLD-REF(VFX-227-QX) DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
       MOVE SPACES TO WQ-RPT-LINE.
       STRING "      " DELIMITED BY SIZE
           VFX-227-Q-OLD-DETAIL(VFX-227-QX) DELIMITED BY SIZE
           INTO WQ-RPT-LINE.
       WRITE WQ-RPT-LINE.
