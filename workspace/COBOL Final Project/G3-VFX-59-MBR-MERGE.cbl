      *          rows are re-keyed to the surviving VM-ID (purchase
      *          sequence numbers renumbered into the survivor's
      *          series), the secured card record moves across if
      *          the survivor lacks one, an opt-out the dropped
      *          member gave carries over to the survivor (with the
      *          consent change on the member audit log, which is
      *          how the CRM feed hears of it), and the
      *          dropped member is left on file as a pointer
      *          (VM-MERGED-TO) so old paperwork under the dropped id
      *          still resolves.
      ******************************************************************
       PROGRAM-ID. G3-VFX-59-MBR-MERGE.
      ******************************************************************
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-WISH.
       COPY SELECT-VFX-CC-SEC.
       COPY SELECT-VFX-CONS.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-WISH.
       COPY FD-VFX-CC-SEC.
       COPY FD-VFX-CONS.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       OPEN I-O VFX-PUR-FILE.
       OPEN I-O VFX-WISH-FILE.
       OPEN I-O VFX-CC-SEC-FILE.
       OPEN I-O VFX-CONS-FILE.
       OPEN I-O CTL-NBR-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-WISH-FILE.
       CLOSE VFX-CC-SEC-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
       PERFORM 300-MOVE-PURCHASES.
       PERFORM 400-MOVE-WISHES.
       PERFORM 500-MOVE-CC-SEC.
       PERFORM 550-MOVE-CONSENT.
       PERFORM 600-POINT-DROPPED.
       ADD 1 TO WS-JOB-LOG-COUNT.
       DISPLAY "MERGE COMPLETE - " VFX-59-PUR-COUNT
      ******************************************************************
      *500-MOVE-CC-SEC keeps the survivor's card if both have one;
      *the dropped record is removed either way so no orphaned full
      *card number lingers under a merged-away id. The whole record
      *moves - expiry, key version and the backup card with the
      *number - and both numbers stay encrypted as they are; the
      *cipher does not depend on the member id.
       500-MOVE-CC-SEC.
       MOVE VFX-59-DROP-ID TO CC-SEC-MBR-ID.
       READ VFX-CC-SEC-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CC-SEC-REC TO VFX-59-KEEP-REC(1:74)
               DELETE VFX-CC-SEC-FILE
               MOVE VFX-59-KEEP-REC(1:74) TO CC-SEC-REC
               MOVE VFX-59-KEEP-ID TO CC-SEC-MBR-ID
               WRITE CC-SEC-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
       END-READ.
      ******************************************************************
      *550-MOVE-CONSENT carries the stricter choice across: a person
      *who opted out under the dropped id must not start getting
      *mail again because the survivor never opted out. A "yes" on
      *the dropped record never overrides the survivor's "no".
       550-MOVE-CONSENT.
       MOVE VFX-59-DROP-ID TO CONS-MBR-ID.
       READ VFX-CONS-FILE
           INVALID KEY
               EXIT PARAGRAPH
       END-READ.
       IF NOT CONS-MKT-NO AND NOT CONS-SVC-NO
           EXIT PARAGRAPH
       END-IF.
       MOVE CONS-REC TO VFX-59-KEEP-REC(1:50).
       MOVE VFX-59-KEEP-ID TO CONS-MBR-ID.
       READ VFX-CONS-FILE
           INVALID KEY
               MOVE VFX-59-KEEP-REC(1:50) TO CONS-REC
               MOVE VFX-59-KEEP-ID TO CONS-MBR-ID
               MOVE "MERGE"        TO CONS-MKT-SOURCE
               MOVE "MERGE"        TO CONS-SVC-SOURCE
               MOVE WS-OPERATOR-ID TO CONS-OPERATOR-ID
               WRITE CONS-REC
               IF CONS-MKT-NO
                   MOVE "MKTCONSENT" TO MAUD-FIELD
                   PERFORM 560-WRITE-CONSENT-AUDIT
               END-IF
               IF CONS-SVC-NO
                   MOVE "SVCCONSENT" TO MAUD-FIELD
                   PERFORM 560-WRITE-CONSENT-AUDIT
               END-IF
               EXIT PARAGRAPH
       END-READ.
      *The dropped row is held in VFX-59-KEEP-REC in CONS-REC layout:
      *marketing flag and date at 9 and 10, service at 26 and 27.
       IF VFX-59-KEEP-REC(9:1) = "N" AND NOT CONS-MKT-NO
           MOVE "N"                   TO CONS-MKT-FLAG
           MOVE VFX-59-KEEP-REC(10:8) TO CONS-MKT-DATE
           MOVE "MERGE"               TO CONS-MKT-SOURCE
           MOVE "MKTCONSENT"          TO MAUD-FIELD
           PERFORM 560-WRITE-CONSENT-AUDIT
       END-IF.
       IF VFX-59-KEEP-REC(26:1) = "N" AND NOT CONS-SVC-NO
           MOVE "N"                   TO CONS-SVC-FLAG
           MOVE VFX-59-KEEP-REC(27:8) TO CONS-SVC-DATE
           MOVE "MERGE"               TO CONS-SVC-SOURCE
           MOVE "SVCCONSENT"          TO MAUD-FIELD
           PERFORM 560-WRITE-CONSENT-AUDIT
       END-IF.
       MOVE WS-OPERATOR-ID TO CONS-OPERATOR-ID.
       REWRITE CONS-REC.
      *-----------------------------------------------------------------
      *560-WRITE-CONSENT-AUDIT logs the survivor's opt-out picked up
      *from the dropped member; the caller names the field.
       560-WRITE-CONSENT-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP      TO MAUD-TSTAMP.
       MOVE VFX-59-KEEP-ID TO MAUD-MBR-ID.
       MOVE "Y"            TO MAUD-OLD-VALUE.
       MOVE "N"            TO MAUD-NEW-VALUE.
       MOVE WS-OPERATOR-ID TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      ******************************************************************
       600-POINT-DROPPED.
       MOVE VFX-59-DROP-ID TO VM-ID-KEY.
               MOVE WS-OPERATOR-ID TO VM-OPERATOR-ID
               REWRITE VM-REC
       END-READ.
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
