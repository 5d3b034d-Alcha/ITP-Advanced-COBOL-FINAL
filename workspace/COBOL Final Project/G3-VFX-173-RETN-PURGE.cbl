      ******************************************************************
      *PROGRAM:  Annual Records Retention Purge
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Annual housekeeping for the history files the
      *          purchase archive never covered: contact history,
      *          viewing activity, the member and merchant audit
      *          logs, the job log archive, the worked rows on the
      *          fraud hold and data-quality queues, and the runs in
      *          the dated report archive. Each row is
      *          aged against the keep-period the retention schedule
      *          gives its file and record type, as of the business
      *          date. An expired row is written to a dated archive
      *          - header, one trailer of control counts per file,
      *          and a grand-total trailer - and only then removed
      *          from the live file. Rows belonging to a member with
      *          a dispute case still open or represented, or under
      *          legal hold, are counted as held and left in place.
      *          Files and record types with no keep-period on the
      *          schedule are never touched.
      ******************************************************************
       PROGRAM-ID. G3-VFX-173-RETN-PURGE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-RETN.
       COPY SELECT-VFX-RETA.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-VIEW.
       COPY SELECT-VFX-FHOLD.
       COPY SELECT-VFX-DQ.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-MER-AUDIT.
       COPY SELECT-VFX-RUNH.
       COPY SELECT-VFX-RPTA.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-DISP.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-RETN.
       COPY FD-VFX-RETA.
       COPY FD-VFX-CONT.
       COPY FD-VFX-VIEW.
       COPY FD-VFX-FHOLD.
       COPY FD-VFX-DQ.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-MER-AUDIT.
       COPY FD-VFX-RUNH.
       COPY FD-VFX-RPTA.
       COPY FD-VFX-MBR.
       COPY FD-VFX-DISP.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      *MER-AUDIT-FILE's FILE STATUS field isn't in WS-VFX.cpy, the
      *same local-declaration arrangement G3-VFX-85-ACH-RET uses.
       01  WS-AUDIT-STATUS              PIC XX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-173-RETN-PURGE' TO VFX-M-PROG.
       OPEN INPUT CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       CLOSE CTL-NBR-FILE.
       MOVE WS-BUS-DATE(1:4) TO VFX-173-BUS-YEAR.
       MOVE WS-BUS-DATE(5:2) TO VFX-173-BUS-MONTH.
       PERFORM 050-LOAD-SCHEDULE.
      *The archive carries the business date in its name so each
      *year's purge lands in a file of its own.
       MOVE SPACES TO VFX-173-ARCH-NAME.
       STRING "RETARCH" WS-BUS-DATE ".TXT" DELIMITED BY SIZE
           INTO VFX-173-ARCH-NAME.
       SET ENVIRONMENT "VFXRETARCH.TXT"    TO VFX-173-ARCH-NAME.
       SET ENVIRONMENT "DD_VFXRETARCH.TXT" TO VFX-173-ARCH-NAME.
       OPEN OUTPUT VFX-RETA-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-DISP-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-WRITE-HEADER.
       DISPLAY "G3-VFX-173-RETN-PURGE AS OF " WS-BUS-DATE
               " TO " VFX-173-ARCH-NAME.
       DISPLAY "FILE         READ     KEPT     HELD   PURGED".
       PERFORM 200-PURGE-CONTACTS.
       PERFORM 300-PURGE-VIEWS.
       PERFORM 400-PURGE-FRAUD-HOLDS.
       PERFORM 450-PURGE-DQ-QUEUE.
       PERFORM 500-PURGE-MBR-AUDIT.
       PERFORM 600-PURGE-MER-AUDIT.
       PERFORM 700-PURGE-JOB-LOG.
       PERFORM 750-PURGE-RPT-ARCHIVE.
       PERFORM 950-WRITE-GRAND-TRAILER.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-173-TOT-PURGED TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-RETA-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-DISP-FILE.
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
      *050-LOAD-SCHEDULE reads the whole retention schedule into a
      *table once, so each row judged is a table search rather than
      *a keyed read.
       050-LOAD-SCHEDULE.
       OPEN INPUT VFX-RETN-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       IF WS-RETN-STATUS NOT = "00"
           MOVE 'Y' TO VFX-173-EOF-FLAG
       END-IF.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-RETN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF VFX-173-RETN-COUNT < 100
                       ADD 1 TO VFX-173-RETN-COUNT
                       MOVE RETN-FILE-ID
                           TO VFX-173-RT-FILE(VFX-173-RETN-COUNT)
                       MOVE RETN-REC-TYPE
                           TO VFX-173-RT-TYPE(VFX-173-RETN-COUNT)
                       MOVE RETN-KEEP-MONTHS
                           TO VFX-173-RT-MONTHS(VFX-173-RETN-COUNT)
                   ELSE
                       DISPLAY "RETENTION SCHEDULE OVER 100 ROWS - "
                               RETN-FILE-ID " " RETN-REC-TYPE
                               " IGNORED"
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-RETN-FILE.
       IF VFX-173-RETN-COUNT = ZERO
           DISPLAY "NO RETENTION SCHEDULE ON FILE - NOTHING WILL BE "
                   "PURGED"
       END-IF.
      ******************************************************************
       100-WRITE-HEADER.
       MOVE SPACES TO RETA-REC.
       MOVE "HEADER  " TO RETA-HDR-TAG.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO RETA-HDR-RUN-DATE.
       MOVE WS-BUS-DATE TO RETA-HDR-BUS-DATE.
       WRITE RETA-REC.
      ******************************************************************
      *150-JUDGE-ROW decides one row's fate from the file id, record
      *type, date and member the caller filled in: kept when it has
      *no keep-period or hasn't reached it, held when it has but the
      *member is protected, otherwise purged. A row with no date is
      *always kept - there is nothing to age it by.
       150-JUDGE-ROW.
       ADD 1 TO VFX-173-READ.
       SET VFX-173-KEEP TO TRUE.
       PERFORM 160-FIND-KEEP-PERIOD.
       IF VFX-173-KEEP-MONTHS > ZERO
               AND VFX-173-ROW-DATE NOT = SPACES
           PERFORM 170-SET-CUTOFF
           IF VFX-173-ROW-DATE < VFX-173-CUTOFF
               SET VFX-173-PURGE TO TRUE
               IF VFX-173-ROW-MBR NOT = ZERO
                   PERFORM 180-CHECK-MEMBER
                   IF VFX-173-PROTECTED
                       SET VFX-173-HOLD TO TRUE
                   END-IF
               END-IF
           END-IF
       END-IF.
       EVALUATE TRUE
           WHEN VFX-173-KEEP
               ADD 1 TO VFX-173-KEPT
           WHEN VFX-173-HOLD
               ADD 1 TO VFX-173-HELD
           WHEN VFX-173-PURGE
               ADD 1 TO VFX-173-PURGED
       END-EVALUATE.
      ******************************************************************
      *160-FIND-KEEP-PERIOD takes the row's own record type if the
      *schedule names it, else the file's "*" default, else zero -
      *not scheduled.
       160-FIND-KEEP-PERIOD.
       MOVE ZERO TO VFX-173-KEEP-MONTHS.
       PERFORM VARYING VFX-173-IDX FROM 1 BY 1
               UNTIL VFX-173-IDX > VFX-173-RETN-COUNT
           IF VFX-173-RT-FILE(VFX-173-IDX) = VFX-173-FILE-ID
               IF VFX-173-RT-TYPE(VFX-173-IDX) = VFX-173-REC-TYPE
                   MOVE VFX-173-RT-MONTHS(VFX-173-IDX)
                       TO VFX-173-KEEP-MONTHS
                   EXIT PARAGRAPH
               END-IF
               IF VFX-173-RT-TYPE(VFX-173-IDX) = "*"
                   MOVE VFX-173-RT-MONTHS(VFX-173-IDX)
                       TO VFX-173-KEEP-MONTHS
               END-IF
           END-IF
       END-PERFORM.
      ******************************************************************
      *170-SET-CUTOFF steps the business date back by the keep-period
      *in whole months, same day of month. A day past the end of the
      *cutoff month still compares correctly as a YYYYMMDD string.
       170-SET-CUTOFF.
       COMPUTE VFX-173-ABS-MONTHS = VFX-173-BUS-YEAR * 12
           + VFX-173-BUS-MONTH - 1 - VFX-173-KEEP-MONTHS.
       DIVIDE VFX-173-ABS-MONTHS BY 12 GIVING VFX-173-CUT-YEAR
           REMAINDER VFX-173-CUT-MONTH.
       ADD 1 TO VFX-173-CUT-MONTH.
       MOVE SPACES TO VFX-173-CUTOFF.
       STRING VFX-173-CUT-YEAR VFX-173-CUT-MONTH WS-BUS-DATE(7:2)
           DELIMITED BY SIZE INTO VFX-173-CUTOFF.
      ******************************************************************
      *180-CHECK-MEMBER protects a member under legal hold or with
      *any dispute case not yet won or lost. The files are walked in
      *member order, so the answer is kept for the next row of the
      *same member.
       180-CHECK-MEMBER.
       IF VFX-173-ROW-MBR = VFX-173-LAST-MBR
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-173-ROW-MBR TO VFX-173-LAST-MBR.
       MOVE 'N' TO VFX-173-PROTECT-FLAG.
       MOVE VFX-173-ROW-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VM-ON-LEGAL-HOLD
                   SET VFX-173-PROTECTED TO TRUE
               END-IF
       END-READ.
       IF VFX-173-PROTECTED
           EXIT PARAGRAPH
       END-IF.
       MOVE 'N' TO VFX-173-DISP-EOF-FLAG.
       MOVE VFX-173-ROW-MBR TO DISP-MBR-ID.
       MOVE LOW-VALUES TO DISP-VML-ID.
       MOVE ZERO TO DISP-SEQ.
       START VFX-DISP-FILE KEY IS NOT LESS THAN DISP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-DISP-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-DISP-EOF OR VFX-173-PROTECTED
           READ VFX-DISP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-DISP-EOF-FLAG
               NOT AT END
                   IF DISP-MBR-ID NOT = VFX-173-ROW-MBR
                       MOVE 'Y' TO VFX-173-DISP-EOF-FLAG
                   ELSE
                       IF DISP-OPEN OR DISP-REPRESENTED
                           SET VFX-173-PROTECTED TO TRUE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *190-START-FILE zeroes the per-file control counts.
       190-START-FILE.
       MOVE ZERO TO VFX-173-READ.
       MOVE ZERO TO VFX-173-KEPT.
       MOVE ZERO TO VFX-173-HELD.
       MOVE ZERO TO VFX-173-PURGED.
      ******************************************************************
      *195-ARCHIVE-ROW writes the row in RETA-DET-DATA to the archive
      *under its file id and record type.
       195-ARCHIVE-ROW.
       MOVE VFX-173-FILE-ID  TO RETA-DET-FILE-ID.
       MOVE VFX-173-REC-TYPE TO RETA-DET-REC-TYPE.
       WRITE RETA-REC.
      ******************************************************************
      *200-PURGE-CONTACTS ages contact history by contact date, typed
      *by the extract that sent it. The archive WRITE comes before
      *the DELETE, as in the purchase archive.
       200-PURGE-CONTACTS.
       PERFORM 190-START-FILE.
       MOVE "CONTHIST" TO VFX-173-FILE-ID.
       OPEN I-O VFX-CONT-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       MOVE LOW-VALUES TO CONT-KEY.
       START VFX-CONT-FILE KEY IS NOT LESS THAN CONT-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-CONT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   MOVE CONT-SOURCE TO VFX-173-REC-TYPE
                   MOVE CONT-DATE   TO VFX-173-ROW-DATE
                   MOVE CONT-MBR-ID TO VFX-173-ROW-MBR
                   PERFORM 150-JUDGE-ROW
                   IF VFX-173-PURGE
                       MOVE SPACES  TO RETA-REC
                       MOVE CONT-REC TO RETA-DET-DATA
                       PERFORM 195-ARCHIVE-ROW
                       DELETE VFX-CONT-FILE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-CONT-FILE.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *300-PURGE-VIEWS ages viewing activity by viewing date. Viewing
      *rows carry no type of their own - only the file's "*" applies.
       300-PURGE-VIEWS.
       PERFORM 190-START-FILE.
       MOVE "VIEWING" TO VFX-173-FILE-ID.
       OPEN I-O VFX-VIEW-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       MOVE LOW-VALUES TO VIEW-KEY.
       START VFX-VIEW-FILE KEY IS NOT LESS THAN VIEW-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-VIEW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   MOVE "*"         TO VFX-173-REC-TYPE
                   MOVE VIEW-DATE   TO VFX-173-ROW-DATE
                   MOVE VIEW-MBR-ID TO VFX-173-ROW-MBR
                   PERFORM 150-JUDGE-ROW
                   IF VFX-173-PURGE
                       MOVE SPACES   TO RETA-REC
                       MOVE VIEW-REC TO RETA-DET-DATA
                       PERFORM 195-ARCHIVE-ROW
                       DELETE VFX-VIEW-FILE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-VIEW-FILE.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *400-PURGE-FRAUD-HOLDS ages only worked holds, by the day they
      *were worked, typed RELEASED or REJECTED. A sale still held is
      *waiting on a supervisor and is never purged.
       400-PURGE-FRAUD-HOLDS.
       PERFORM 190-START-FILE.
       MOVE "FRAUDHLD" TO VFX-173-FILE-ID.
       OPEN I-O VFX-FHOLD-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       MOVE LOW-VALUES TO FHOLD-KEY.
       START VFX-FHOLD-FILE KEY IS NOT LESS THAN FHOLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-FHOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF NOT FHOLD-HELD
                       IF FHOLD-RELEASED
                           MOVE "RELEASED" TO VFX-173-REC-TYPE
                       ELSE
                           MOVE "REJECTED" TO VFX-173-REC-TYPE
                       END-IF
                       MOVE FHOLD-WORK-DATE TO VFX-173-ROW-DATE
                       MOVE FHOLD-MBR-ID    TO VFX-173-ROW-MBR
                       PERFORM 150-JUDGE-ROW
                       IF VFX-173-PURGE
                           MOVE SPACES    TO RETA-REC
                           MOVE FHOLD-REC TO RETA-DET-DATA
                           PERFORM 195-ARCHIVE-ROW
                           DELETE VFX-FHOLD-FILE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-FHOLD-FILE.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *450-PURGE-DQ-QUEUE ages only worked data-quality rows, typed by
      *the field that failed. The queue keeps only the date a row was
      *queued, so that is the date it ages from.
       450-PURGE-DQ-QUEUE.
       PERFORM 190-START-FILE.
       MOVE "DQQUEUE" TO VFX-173-FILE-ID.
       OPEN I-O VFX-DQ-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       MOVE LOW-VALUES TO DQ-KEY.
       START VFX-DQ-FILE KEY IS NOT LESS THAN DQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-DQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF DQ-WORKED
                       MOVE DQ-FIELD  TO VFX-173-REC-TYPE
                       MOVE DQ-DATE   TO VFX-173-ROW-DATE
                       MOVE DQ-MBR-ID TO VFX-173-ROW-MBR
                       PERFORM 150-JUDGE-ROW
                       IF VFX-173-PURGE
                           MOVE SPACES TO RETA-REC
                           MOVE DQ-REC TO RETA-DET-DATA
                           PERFORM 195-ARCHIVE-ROW
                           DELETE VFX-DQ-FILE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-DQ-FILE.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *500-PURGE-MBR-AUDIT ages member audit lines by their timestamp,
      *typed by the field changed. The sequential log is rewritten
      *through the scratch file - keepers copied out, expired lines
      *archived, then the keepers copied back - the same two-pass
      *copy the erasure uses. Each run of lines purged leaves a
      *re-seal marker in its place so the log's chain still verifies;
      *the markers themselves are never aged off.
       500-PURGE-MBR-AUDIT.
       PERFORM 190-START-FILE.
       MOVE "MBRAUDIT" TO VFX-173-FILE-ID.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       OPEN INPUT VFX-MBR-AUDIT-FILE.
       IF WS-MBR-AUDIT-STATUS NOT = "00"
           MOVE 'Y' TO VFX-173-EOF-FLAG
       END-IF.
       OPEN OUTPUT VFX-RETA-WRK.
       MOVE 'N'      TO VFX-AUD-RUN-FLAG.
       MOVE ZERO     TO VFX-AUD-OUT-PREV.
       MOVE "RETAIN" TO VFX-AUD-RESEAL-OPER.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-MBR-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF MAUD-FIELD = VFX-AUD-RESEAL-FIELD
                       ADD 1 TO VFX-173-READ
                       ADD 1 TO VFX-173-KEPT
                       SET VFX-173-KEEP TO TRUE
                   ELSE
                       MOVE MAUD-FIELD       TO VFX-173-REC-TYPE
                       MOVE MAUD-TSTAMP(1:8) TO VFX-173-ROW-DATE
                       MOVE MAUD-MBR-ID      TO VFX-173-ROW-MBR
                       PERFORM 150-JUDGE-ROW
                   END-IF
                   IF VFX-173-PURGE
                       MOVE SPACES   TO RETA-REC
                       MOVE MAUD-REC TO RETA-DET-DATA
                       PERFORM 195-ARCHIVE-ROW
                       PERFORM 977-NOTE-REMOVED-MAUD
                   ELSE
                       IF VFX-AUD-RUN-OPEN
                           PERFORM 510-WRITE-RESEAL-MAUD
                       END-IF
                       PERFORM 978-NOTE-KEPT-MAUD
                       MOVE MAUD-REC TO RETA-WRK-REC
                       WRITE RETA-WRK-REC
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-AUD-RUN-OPEN
           PERFORM 510-WRITE-RESEAL-MAUD
       END-IF.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE VFX-RETA-WRK.
       IF VFX-173-PURGED > ZERO
           MOVE 'N' TO VFX-173-EOF-FLAG
           OPEN INPUT VFX-RETA-WRK
           OPEN OUTPUT VFX-MBR-AUDIT-FILE
           PERFORM UNTIL VFX-173-EOF
               READ VFX-RETA-WRK
                   AT END
                       MOVE 'Y' TO VFX-173-EOF-FLAG
                   NOT AT END
                       MOVE RETA-WRK-REC TO MAUD-REC
                       WRITE MAUD-REC
               END-READ
           END-PERFORM
           CLOSE VFX-RETA-WRK
           CLOSE VFX-MBR-AUDIT-FILE
       END-IF.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *510-WRITE-RESEAL-MAUD puts a re-seal marker into the work file
      *where a run of purged member audit lines came out. The line in
      *hand is set aside meanwhile.
       510-WRITE-RESEAL-MAUD.
       MOVE MAUD-REC TO VFX-AUD-SAVE-LINE.
       PERFORM 979-BUILD-RESEAL-MAUD.
       MOVE MAUD-REC TO RETA-WRK-REC.
       WRITE RETA-WRK-REC.
       MOVE VFX-AUD-SAVE-LINE TO MAUD-REC.
      ******************************************************************
      *600-PURGE-MER-AUDIT does the same for the merchant audit log.
      *A merchant line belongs to no member, so only age applies.
       600-PURGE-MER-AUDIT.
       PERFORM 190-START-FILE.
       MOVE "MERAUDIT" TO VFX-173-FILE-ID.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       OPEN INPUT MER-AUDIT-FILE.
       IF WS-AUDIT-STATUS NOT = "00"
           MOVE 'Y' TO VFX-173-EOF-FLAG
       END-IF.
       OPEN OUTPUT VFX-RETA-WRK.
       MOVE 'N'      TO VFX-AUD-RUN-FLAG.
       MOVE ZERO     TO VFX-AUD-OUT-PREV.
       MOVE "RETAIN" TO VFX-AUD-RESEAL-OPER.
       PERFORM UNTIL VFX-173-EOF
           READ MER-AUDIT-FILE
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF AUDIT-FIELD = VFX-AUD-RESEAL-FIELD
                       ADD 1 TO VFX-173-READ
                       ADD 1 TO VFX-173-KEPT
                       SET VFX-173-KEEP TO TRUE
                   ELSE
                       MOVE AUDIT-FIELD       TO VFX-173-REC-TYPE
                       MOVE AUDIT-TSTAMP(1:8) TO VFX-173-ROW-DATE
                       MOVE ZERO              TO VFX-173-ROW-MBR
                       PERFORM 150-JUDGE-ROW
                   END-IF
                   IF VFX-173-PURGE
                       MOVE SPACES    TO RETA-REC
                       MOVE AUDIT-REC TO RETA-DET-DATA
                       PERFORM 195-ARCHIVE-ROW
                       PERFORM 967-NOTE-REMOVED-AUDIT
                   ELSE
                       IF VFX-AUD-RUN-OPEN
                           PERFORM 610-WRITE-RESEAL-AUDIT
                       END-IF
                       PERFORM 968-NOTE-KEPT-AUDIT
                       MOVE AUDIT-REC TO RETA-WRK-REC
                       WRITE RETA-WRK-REC
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-AUD-RUN-OPEN
           PERFORM 610-WRITE-RESEAL-AUDIT
       END-IF.
       CLOSE MER-AUDIT-FILE.
       CLOSE VFX-RETA-WRK.
       IF VFX-173-PURGED > ZERO
           MOVE 'N' TO VFX-173-EOF-FLAG
           OPEN INPUT VFX-RETA-WRK
           OPEN OUTPUT MER-AUDIT-FILE
           PERFORM UNTIL VFX-173-EOF
               READ VFX-RETA-WRK
                   AT END
                       MOVE 'Y' TO VFX-173-EOF-FLAG
                   NOT AT END
                       MOVE RETA-WRK-REC TO AUDIT-REC
                       WRITE AUDIT-REC
               END-READ
           END-PERFORM
           CLOSE VFX-RETA-WRK
           CLOSE MER-AUDIT-FILE
       END-IF.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *610-WRITE-RESEAL-AUDIT puts a re-seal marker into the work file
      *where a run of purged merchant audit lines came out. The line in
      *hand is set aside meanwhile.
       610-WRITE-RESEAL-AUDIT.
       MOVE AUDIT-REC TO VFX-AUD-SAVE-LINE.
       PERFORM 969-BUILD-RESEAL-AUDIT.
       MOVE AUDIT-REC TO RETA-WRK-REC.
       WRITE RETA-WRK-REC.
       MOVE VFX-AUD-SAVE-LINE TO AUDIT-REC.
      ******************************************************************
      *700-PURGE-JOB-LOG does the same for the raw job log archive
      *the rotation appends to. The run history distilled from it
      *stays on VFX-RUNH-FILE; only the raw lines age off.
       700-PURGE-JOB-LOG.
       PERFORM 190-START-FILE.
       MOVE "JOBLOG" TO VFX-173-FILE-ID.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       OPEN INPUT VFX-JLA-TXT.
       IF WS-JLA-STATUS NOT = "00"
           MOVE 'Y' TO VFX-173-EOF-FLAG
       END-IF.
       OPEN OUTPUT VFX-RETA-WRK.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-JLA-TXT
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   MOVE "*"           TO VFX-173-REC-TYPE
                   MOVE JLA-LINE(1:8) TO VFX-173-ROW-DATE
                   MOVE ZERO          TO VFX-173-ROW-MBR
                   PERFORM 150-JUDGE-ROW
                   IF VFX-173-PURGE
                       MOVE SPACES   TO RETA-REC
                       MOVE JLA-LINE TO RETA-DET-DATA
                       PERFORM 195-ARCHIVE-ROW
                   ELSE
                       MOVE JLA-LINE TO RETA-WRK-REC
                       WRITE RETA-WRK-REC
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-JLA-TXT.
       CLOSE VFX-RETA-WRK.
       IF VFX-173-PURGED > ZERO
           MOVE 'N' TO VFX-173-EOF-FLAG
           OPEN INPUT VFX-RETA-WRK
           OPEN OUTPUT VFX-JLA-TXT
           PERFORM UNTIL VFX-173-EOF
               READ VFX-RETA-WRK
                   AT END
                       MOVE 'Y' TO VFX-173-EOF-FLAG
                   NOT AT END
                       MOVE RETA-WRK-REC TO JLA-LINE
                       WRITE JLA-LINE
               END-READ
           END-PERFORM
           CLOSE VFX-RETA-WRK
           CLOSE VFX-JLA-TXT
       END-IF.
       PERFORM 900-WRITE-FILE-TRAILER.
      ******************************************************************
      *750-PURGE-RPT-ARCHIVE ages each archived report run by its
      *business date, typed by its report id. An expired run's lines
      *are removed and its index row goes to the archive, then stays
      *behind marked purged so the listing still shows the run was
      *printed. Reports belong to no member, so nothing is held.
       750-PURGE-RPT-ARCHIVE.
       PERFORM 190-START-FILE.
       MOVE "RPTARCH" TO VFX-173-FILE-ID.
       OPEN I-O VFX-RIDX-FILE.
       OPEN I-O VFX-RARC-FILE.
       MOVE 'N' TO VFX-173-EOF-FLAG.
       IF WS-RIDX-STATUS NOT = "00"
           MOVE 'Y' TO VFX-173-EOF-FLAG
       END-IF.
       MOVE LOW-VALUES TO RIDX-KEY.
       START VFX-RIDX-FILE KEY IS NOT LESS THAN RIDX-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-EOF
           READ VFX-RIDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-EOF-FLAG
               NOT AT END
                   IF RIDX-ON-FILE
                       MOVE RIDX-RPT-ID   TO VFX-173-REC-TYPE
                       MOVE RIDX-BUS-DATE TO VFX-173-ROW-DATE
                       MOVE ZERO          TO VFX-173-ROW-MBR
                       PERFORM 150-JUDGE-ROW
                       IF VFX-173-PURGE
                           MOVE SPACES   TO RETA-REC
                           MOVE RIDX-REC TO RETA-DET-DATA
                           PERFORM 195-ARCHIVE-ROW
                           PERFORM 760-DROP-RPT-LINES
                           SET RIDX-PURGED TO TRUE
                           MOVE WS-BUS-DATE TO RIDX-PURGE-DATE
                           REWRITE RIDX-REC
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE VFX-RIDX-FILE.
       CLOSE VFX-RARC-FILE.
       PERFORM 900-WRITE-FILE-TRAILER.
      *-----------------------------------------------------------------
      *760-DROP-RPT-LINES deletes every line of the run in hand.
       760-DROP-RPT-LINES.
       MOVE 'N' TO VFX-173-RARC-EOF-FLAG.
       MOVE RIDX-KEY TO RARC-RUN-KEY.
       MOVE ZERO     TO RARC-LINE-NBR.
       START VFX-RARC-FILE KEY IS NOT LESS THAN RARC-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-173-RARC-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-173-RARC-EOF
           READ VFX-RARC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-173-RARC-EOF-FLAG
               NOT AT END
                   IF RARC-RUN-KEY NOT = RIDX-KEY
                       MOVE 'Y' TO VFX-173-RARC-EOF-FLAG
                   ELSE
                       DELETE VFX-RARC-FILE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *900-WRITE-FILE-TRAILER closes one file's section of the
      *archive with its control counts - read = kept + held +
      *purged, and purged = the detail rows just above it.
       900-WRITE-FILE-TRAILER.
       MOVE SPACES TO RETA-REC.
       MOVE "TRAILER "      TO RETA-TRL-TAG.
       MOVE VFX-173-FILE-ID TO RETA-TRL-FILE-ID.
       MOVE VFX-173-READ    TO RETA-TRL-READ.
       MOVE VFX-173-KEPT    TO RETA-TRL-KEPT.
       MOVE VFX-173-HELD    TO RETA-TRL-HELD.
       MOVE VFX-173-PURGED  TO RETA-TRL-PURGED.
       WRITE RETA-REC.
       DISPLAY VFX-173-FILE-ID " " VFX-173-READ " " VFX-173-KEPT
               " " VFX-173-HELD " " VFX-173-PURGED.
       ADD VFX-173-READ   TO VFX-173-TOT-READ.
       ADD VFX-173-KEPT   TO VFX-173-TOT-KEPT.
       ADD VFX-173-HELD   TO VFX-173-TOT-HELD.
       ADD VFX-173-PURGED TO VFX-173-TOT-PURGED.
      ******************************************************************
       950-WRITE-GRAND-TRAILER.
       MOVE SPACES TO RETA-REC.
       MOVE "TRAILER "         TO RETA-TRL-TAG.
       MOVE "*ALL"             TO RETA-TRL-FILE-ID.
       MOVE VFX-173-TOT-READ   TO RETA-TRL-READ.
       MOVE VFX-173-TOT-KEPT   TO RETA-TRL-KEPT.
       MOVE VFX-173-TOT-HELD   TO RETA-TRL-HELD.
       MOVE VFX-173-TOT-PURGED TO RETA-TRL-PURGED.
       WRITE RETA-REC.
       DISPLAY "TOTAL    " VFX-173-TOT-READ " " VFX-173-TOT-KEPT
               " " VFX-173-TOT-HELD " " VFX-173-TOT-PURGED.
      ******************************************************************
      *977-NOTE-REMOVED-MAUD is performed for each member audit line
      *a sanctioned removal drops. A sealed line opens or extends the
      *current removal run; a line from before chaining began has no
      *place in the chain and is simply dropped.
       977-NOTE-REMOVED-MAUD.
       IF MAUD-SEQ IS NUMERIC AND MAUD-CHECK IS NUMERIC
           IF NOT VFX-AUD-RUN-OPEN
               MOVE MAUD-SEQ TO VFX-AUD-RANGE-LO
               SET VFX-AUD-RUN-OPEN TO TRUE
           END-IF
           MOVE MAUD-SEQ   TO VFX-AUD-RANGE-HI
           MOVE MAUD-CHECK TO VFX-AUD-LINK-CHK
       END-IF.
      ******************************************************************
      *978-NOTE-KEPT-MAUD is performed for each member audit line the
      *removal keeps, once any run ahead of it is closed. The output
      *chain moves on from the line's check value - or, for a re-seal
      *marker, from the check value it carries across its gap.
       978-NOTE-KEPT-MAUD.
       IF MAUD-FIELD = VFX-AUD-RESEAL-FIELD
           MOVE MAUD-NEW-VALUE   TO VFX-AUD-RESEAL-LINK
           MOVE VFX-AUD-LINK-CHK TO VFX-AUD-OUT-PREV
       ELSE
           IF MAUD-SEQ IS NUMERIC AND MAUD-CHECK IS NUMERIC
               MOVE MAUD-CHECK TO VFX-AUD-OUT-PREV
           END-IF
       END-IF.
      ******************************************************************
      *979-BUILD-RESEAL-MAUD closes the open removal run by building
      *a re-seal marker in MAUD-REC for the caller to write where the
      *run was: the sequence range removed and the check value of its
      *last line, so the verifier can bridge the gap. The marker is
      *itself chained from the line before it.
       979-BUILD-RESEAL-MAUD.
       MOVE SPACES TO MAUD-REC.
       MOVE FUNCTION CURRENT-DATE  TO WS-TSTAMP.
       MOVE WS-TSTAMP              TO MAUD-TSTAMP.
       MOVE ZERO                   TO MAUD-MBR-ID.
       MOVE VFX-AUD-RESEAL-FIELD   TO MAUD-FIELD.
       MOVE VFX-AUD-RESEAL-RANGE   TO MAUD-OLD-VALUE.
       MOVE VFX-AUD-RESEAL-LINK    TO MAUD-NEW-VALUE.
       MOVE VFX-AUD-RESEAL-OPER    TO MAUD-OPERATOR-ID.
       MOVE ZERO                   TO MAUD-SEQ.
       MOVE ZERO                   TO MAUD-CHECK.
       MOVE MAUD-REC               TO VFX-AUD-LINE.
       MOVE VFX-AUD-OUT-PREV       TO VFX-AUD-PREV.
       PERFORM 976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-CHECK          TO MAUD-CHECK.
       MOVE VFX-AUD-LINK-CHK       TO VFX-AUD-OUT-PREV.
       MOVE 'N'                    TO VFX-AUD-RUN-FLAG.
      ******************************************************************
      *967-NOTE-REMOVED-AUDIT is performed for each merchant audit line
      *a sanctioned removal drops. A sealed line opens or extends the
      *current removal run; a line from before chaining began has no
      *place in the chain and is simply dropped.
       967-NOTE-REMOVED-AUDIT.
       IF AUDIT-SEQ IS NUMERIC AND AUDIT-CHECK IS NUMERIC
           IF NOT VFX-AUD-RUN-OPEN
               MOVE AUDIT-SEQ TO VFX-AUD-RANGE-LO
               SET VFX-AUD-RUN-OPEN TO TRUE
           END-IF
           MOVE AUDIT-SEQ   TO VFX-AUD-RANGE-HI
           MOVE AUDIT-CHECK TO VFX-AUD-LINK-CHK
       END-IF.
      ******************************************************************
      *968-NOTE-KEPT-AUDIT is performed for each merchant audit line the
      *removal keeps, once any run ahead of it is closed. The output
      *chain moves on from the line's check value - or, for a re-seal
      *marker, from the check value it carries across its gap.
       968-NOTE-KEPT-AUDIT.
       IF AUDIT-FIELD = VFX-AUD-RESEAL-FIELD
           MOVE AUDIT-NEW-VALUE  TO VFX-AUD-RESEAL-LINK
           MOVE VFX-AUD-LINK-CHK TO VFX-AUD-OUT-PREV
       ELSE
           IF AUDIT-SEQ IS NUMERIC AND AUDIT-CHECK IS NUMERIC
               MOVE AUDIT-CHECK TO VFX-AUD-OUT-PREV
           END-IF
       END-IF.
      ******************************************************************
      *969-BUILD-RESEAL-AUDIT closes the open removal run by building
      *a re-seal marker in AUDIT-REC for the caller to write where the
      *run was: the sequence range removed and the check value of its
      *last line, so the verifier can bridge the gap. The marker is
      *itself chained from the line before it.
       969-BUILD-RESEAL-AUDIT.
       MOVE SPACES TO AUDIT-REC.
       MOVE FUNCTION CURRENT-DATE  TO WS-TSTAMP.
       MOVE WS-TSTAMP              TO AUDIT-TSTAMP.
       MOVE VFX-AUD-RESEAL-FIELD   TO AUDIT-FIELD.
       MOVE VFX-AUD-RESEAL-RANGE   TO AUDIT-OLD-VALUE.
       MOVE VFX-AUD-RESEAL-LINK    TO AUDIT-NEW-VALUE.
       MOVE ZERO                   TO AUDIT-SEQ.
       MOVE ZERO                   TO AUDIT-CHECK.
       MOVE AUDIT-REC              TO VFX-AUD-LINE.
       MOVE VFX-AUD-OUT-PREV       TO VFX-AUD-PREV.
       PERFORM 976-AUD-CHECK-VALUE.
       MOVE VFX-AUD-CHECK          TO AUDIT-CHECK.
       MOVE VFX-AUD-LINK-CHK       TO VFX-AUD-OUT-PREV.
       MOVE 'N'                    TO VFX-AUD-RUN-FLAG.
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
