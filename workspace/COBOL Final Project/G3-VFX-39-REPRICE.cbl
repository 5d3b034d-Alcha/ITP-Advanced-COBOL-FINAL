      *          transaction file and apply when their day comes.
      *          Regenerates VML-FILE-TXT afterward the same way
      *          G3-VFX-5-MOV-ADD does, so the browse sees new
      *          prices immediately. Every rewrite is journaled with
      *          its before-image for forward recovery and back-out.
      ******************************************************************
       PROGRAM-ID. G3-VFX-39-REPRICE.
      ******************************************************************
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-PERIOD.
       COPY SELECT-JOB-LOG.
       COPY SELECT-VFX-JRNL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MOV.
       COPY FD-VFX-PERIOD.
       COPY FD-JOB-LOG.
       COPY FD-VFX-JRNL.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       OPEN INPUT VFX-PERIOD-FILE.
       OPEN EXTEND VFX-PERSUSP-TXT.
       OPEN EXTEND JOB-LOG-FILE.
       OPEN EXTEND VFX-JRNL-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       CLOSE VFX-PERIOD-FILE.
       CLOSE VFX-PERSUSP-TXT.
       CLOSE JOB-LOG-FILE.
       CLOSE VFX-JRNL-FILE.
       GOBACK.
      ******************************************************************
       100-APPLY-TXNS.
      *pad the history with no-change lines.
       250-APPLY-ONE.
       IF VML-MST-PRICE NOT = PRC-TXN-NEW-PRICE
           MOVE VML-MST-REC       TO WS-JRNL-BEFORE
           MOVE VML-MST-PRICE     TO VFX-39-OLD-PRICE
           MOVE PRC-TXN-NEW-PRICE TO VML-MST-PRICE
           MOVE WS-OPERATOR-ID    TO VML-MST-OPERATOR-ID
           MOVE WS-TSTAMP(1:8)    TO VML-MST-MAINT-DATE
           REWRITE VML-MST-REC
           MOVE "VMLMSTFILE"       TO JRNL-FILE-NAME
           MOVE 'R'                TO JRNL-ACTION
           MOVE VML-MST-REC        TO JRNL-DATA
           PERFORM 980-WRITE-JRNL
           MOVE WS-TSTAMP          TO PRC-HIST-TSTAMP
           MOVE VML-MST-ID-KEY     TO PRC-HIST-VML-ID
           MOVE VFX-39-OLD-PRICE   TO PRC-HIST-OLD-PRICE
                   END-IF
       END-PERFORM.
       CLOSE VML-FILE-TXT.
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
