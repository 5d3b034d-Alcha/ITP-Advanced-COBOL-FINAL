      *          dunning letter extract with name and address. The
      *          door swings both ways: a suspended member whose
      *          latest cycle came back PAID is reinstated to
      *          active, which is what "brought current" means -
      *          or onto compliance hold, if the member has an open
      *          or confirmed watch-list match on the review queue.
      *          A declined latest cycle still inside the retry
      *          schedule of G3-VFX-137-BILL-RETRY does not count
      *          toward suspension until its last retry has failed.
      *          Both suspension and reinstatement are written to
      *          the member audit log as status changes, which is
      *          where the revenue waterfall finds the month's
      *          delinquency suspensions.
      ******************************************************************
       PROGRAM-ID. G3-VFX-27-DELINQ.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-BILL-HIST.
       COPY SELECT-VFX-RETRY.
       COPY SELECT-VFX-DUN.
       COPY SELECT-VFX-CONT.
       COPY SELECT-VFX-MBR-AUDIT.
       COPY SELECT-VFX-SANC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-BILL-HIST.
       COPY FD-VFX-RETRY.
       COPY FD-VFX-DUN.
       COPY FD-VFX-CONT.
       COPY FD-VFX-MBR-AUDIT.
       COPY FD-VFX-SANC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-27-DELINQ' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN I-O VM-FILE.
       OPEN INPUT VFX-BILL-HIST-FILE.
      *No retry log yet (the retry batch has never run) still holds
      *a fresh decline back - it just has no attempts to look at.
       MOVE 'N' TO VFX-27-RETRY-LOG-FLAG.
       OPEN INPUT VFX-RETRY-FILE.
       IF WS-RETRY-STATUS = "00"
           MOVE 'Y' TO VFX-27-RETRY-LOG-FLAG
       END-IF.
       MOVE WS-BUS-DATE TO VFX-137-BUS-NUM.
       OPEN OUTPUT VFX-DUN-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN EXTEND VFX-MBR-AUDIT-FILE.
      *The review queue is only read. A missing queue (no match was
      *ever queued) holds nobody.
       MOVE 'N' TO VFX-SAN-QUEUE-FLAG.
       OPEN INPUT VFX-SANQ-FILE.
       IF WS-SANQ-STATUS = "00"
           MOVE 'Y' TO VFX-SAN-QUEUE-FLAG
       END-IF.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       WRITE JOB-LOG-REC.
       PERFORM 100-SWEEP-HISTORY.
       DISPLAY "SUSPENDED " VFX-27-SUSPENDED-COUNT
               ", REINSTATED " VFX-27-REINSTATED-COUNT
               ", HELD FOR RETRY " VFX-27-RETRY-HELD-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       WRITE JOB-LOG-REC.
       CLOSE VM-FILE.
       CLOSE VFX-BILL-HIST-FILE.
       IF VFX-27-RETRY-LOG-OPEN
           CLOSE VFX-RETRY-FILE
       END-IF.
       CLOSE VFX-DUN-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE VFX-MBR-AUDIT-FILE.
       IF VFX-SAN-QUEUE-OK
           CLOSE VFX-SANQ-FILE
       END-IF.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
                       MOVE ZERO TO VFX-27-CYCLE-COUNT
                   END-IF
                   ADD 1 TO VFX-27-CYCLE-COUNT
                   MOVE BH-CYCLE     TO VFX-27-LAST-CYCLE
                   MOVE BH-STATUS    TO VFX-27-LAST-STATUS
                   MOVE BH-POST-DATE TO VFX-27-LAST-POST-DATE
                   IF BH-DECLINED OR BH-ERROR
                       ADD 1 TO VFX-27-CONSEC-FAILS
                   ELSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 205-CHECK-RETRIES
                   EVALUATE TRUE
                       WHEN VM-ACTIVE AND
                               VFX-27-CONSEC-FAILS >=
                                   VFX-27-FAIL-LIMIT AND
                               VFX-27-RETRY-PENDING
                           ADD 1 TO VFX-27-RETRY-HELD-COUNT
                       WHEN VM-ACTIVE AND
                               VFX-27-CONSEC-FAILS >=
                                   VFX-27-FAIL-LIMIT
                   END-EVALUATE
           END-READ
       END-IF.
      ******************************************************************
      *205-CHECK-RETRIES says whether the member's latest cycle, if
      *it was DECLINED, still has a retry out or to come: an attempt
      *waiting on the processor, or fewer attempts than the schedule
      *allows while the decline is inside the retry window. Only a
      *spent schedule lets the decline count toward suspension.
       205-CHECK-RETRIES.
       MOVE 'N' TO VFX-27-RETRY-PEND-FLAG.
       IF VFX-27-LAST-STATUS = "DECLINED"
               AND VFX-27-LAST-POST-DATE IS NUMERIC
           MOVE ZERO   TO VFX-137-LAST-ATTEMPT
           MOVE SPACES TO VFX-137-LAST-STATUS
           IF VFX-27-RETRY-LOG-OPEN
               PERFORM 207-READ-ATTEMPTS
           END-IF
           MOVE VFX-27-LAST-POST-DATE TO VFX-137-DECL-NUM
           COMPUTE VFX-137-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(VFX-137-BUS-NUM)
               - FUNCTION INTEGER-OF-DATE(VFX-137-DECL-NUM)
           IF VFX-137-LAST-STATUS = "SENT"
               MOVE 'Y' TO VFX-27-RETRY-PEND-FLAG
           END-IF
           IF VFX-137-LAST-ATTEMPT < VFX-137-MAX-TRIES
                   AND VFX-137-DAYS-SINCE <= VFX-137-WINDOW-DAYS
               MOVE 'Y' TO VFX-27-RETRY-PEND-FLAG
           END-IF
       END-IF.
      ******************************************************************
      *207-READ-ATTEMPTS leaves the highest retry attempt logged for
      *the member's latest cycle and how it came out.
       207-READ-ATTEMPTS.
       MOVE 'N' TO VFX-137-RTY-EOF-FLAG.
       MOVE VFX-27-CUR-MBR    TO RTY-MBR-ID.
       MOVE VFX-27-LAST-CYCLE TO RTY-CYCLE.
       MOVE ZERO              TO RTY-ATTEMPT.
       START VFX-RETRY-FILE KEY IS NOT LESS THAN RTY-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-137-RTY-EOF
           READ VFX-RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
               NOT AT END
                   IF RTY-MBR-ID NOT = VFX-27-CUR-MBR
                           OR RTY-CYCLE NOT = VFX-27-LAST-CYCLE
                       MOVE 'Y' TO VFX-137-RTY-EOF-FLAG
                   ELSE
                       MOVE RTY-ATTEMPT TO VFX-137-LAST-ATTEMPT
                       MOVE RTY-STATUS  TO VFX-137-LAST-STATUS
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       210-SUSPEND-MEMBER.
       SET VM-SUSPENDED TO TRUE.
       MOVE "DELINQ" TO VM-OPERATOR-ID.
       REWRITE VM-REC.
       ADD 1 TO VFX-27-SUSPENDED-COUNT.
       MOVE "A" TO MAUD-OLD-VALUE.
       PERFORM 230-WRITE-STATUS-AUDIT.
       MOVE SPACES TO DUN-LINE.
       STRING VM-ID-KEY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
      ******************************************************************
      *220-REINSTATE-MEMBER lifts the suspension once the latest
      *cycle came back PAID, stamping the reactivation date the same
      *way the signup reactivate path does. A member the compliance
      *queue still holds is brought current onto hold instead.
       220-REINSTATE-MEMBER.
       PERFORM 780-SANC-HELD-CHECK.
       IF VFX-SAN-STILL-HELD
           SET VM-COMP-HOLD TO TRUE
       ELSE
           SET VM-ACTIVE TO TRUE
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO VM-REACT-DATE.
       MOVE "DELINQ" TO VM-OPERATOR-ID.
       REWRITE VM-REC.
       ADD 1 TO VFX-27-REINSTATED-COUNT.
       MOVE "S" TO MAUD-OLD-VALUE.
       PERFORM 230-WRITE-STATUS-AUDIT.
      ******************************************************************
      *230-WRITE-STATUS-AUDIT logs the status change just made on
      *VM-REC; the caller sets the old status first.
       230-WRITE-STATUS-AUDIT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP  TO MAUD-TSTAMP.
       MOVE VM-ID-KEY  TO MAUD-MBR-ID.
       MOVE "STATUS"   TO MAUD-FIELD.
       MOVE VM-STATUS  TO MAUD-NEW-VALUE.
       MOVE "DELINQ"   TO MAUD-OPERATOR-ID.
       PERFORM 970-SEAL-MAUD.
       WRITE MAUD-REC.
      ******************************************************************
      *035-READ-BUS-DATE stamps the contact rows from the BUSDATE
      *control record, falling back to the calendar date when no
               MOVE CTL-NBR-NEXT TO WS-BUS-DATE
       END-READ.
      ******************************************************************
      *780-SANC-HELD-CHECK looks the member up on the compliance
      *review queue. An open or confirmed watch-list match means the
      *member may not go active - the supervisor's review decides
      *that, and G3-VFX-161-SANC-REV releases the hold if cleared.
       780-SANC-HELD-CHECK.
       MOVE 'N' TO VFX-SAN-HELD-FLAG.
       IF NOT VFX-SAN-QUEUE-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE 'M'        TO SANQ-SUBJ-TYPE.
       MOVE VM-ID-KEY  TO SANQ-SUBJ-ID.
       MOVE LOW-VALUES TO SANQ-ENTRY-ID.
       MOVE 'N' TO VFX-SAN-EOF-FLAG.
       START VFX-SANQ-FILE KEY IS NOT LESS THAN SANQ-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-SAN-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-SAN-EOF
           READ VFX-SANQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-SAN-EOF-FLAG
               NOT AT END
                   IF NOT SANQ-MEMBER
                           OR SANQ-SUBJ-ID NOT = VM-ID-KEY
                       MOVE 'Y' TO VFX-SAN-EOF-FLAG
                   ELSE
                       IF SANQ-OPEN OR SANQ-CONFIRMED
                           MOVE 'Y' TO VFX-SAN-HELD-FLAG
                           MOVE 'Y' TO VFX-SAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *990-LOG-CONTACT files one contact-history row; callers set
      *the member id, source, address and concern first. Same-day
      *contacts take the next free sequence.
                   MOVE 'Y' TO VFX-CONT-DONE-FLAG
           END-WRITE
       END-PERFORM.
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
