       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-115-COA' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN INPUT VFX-COA-TXT.
       OPEN I-O VM-FILE.
       OPEN INPUT ZIP-MST-OUT.
       CLOSE ZIP-MST-OUT.
       CLOSE VFX-DQ-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
       400-QUEUE-DQ-ROW.
       SET DQ-QUEUED    TO TRUE.
       MOVE WS-BUS-DATE TO DQ-DATE.
       MOVE SPACES      TO DQ-WORK-DATE.
       MOVE SPACES      TO DQ-OPERATOR-ID.
       WRITE DQ-REC
           INVALID KEY
               CONTINUE
       MOVE WS-TSTAMP TO MAUD-TSTAMP.
       MOVE VM-ID-KEY TO MAUD-MBR-ID.
       MOVE "COAFEED" TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      ******************************************************************
       600-RECONCILE.
           DISPLAY "    CONTROL TOTAL RECONCILED OK"
           MOVE "RECONCILED OK" TO VFX-115-RECON-MSG
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
