      *          since purchased to converted - so "does the
      *          campaign work" is a count, not a feeling. Bounced
      *          addresses are suppressed the same way the other
      *          email extracts suppress them, and so are members
      *          who opted out of marketing - counted, never mailed.
      ******************************************************************
       PROGRAM-ID. G3-VFX-133-WINBACK.
      ******************************************************************
       COPY SELECT-VFX-VIEW.
       COPY SELECT-VFX-WISH.
       COPY SELECT-VFX-WINB.
       COPY SELECT-VFX-CONS.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       COPY FD-VFX-VIEW.
       COPY FD-VFX-WISH.
       COPY FD-VFX-WINB.
       COPY FD-VFX-CONS.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       OPEN INPUT VFX-VIEW-FILE.
       OPEN INPUT VFX-WISH-FILE.
       OPEN I-O VFX-WINB-FILE.
       OPEN INPUT VFX-CONS-FILE.
       OPEN OUTPUT VFX-WB-RPT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
               VFX-133-EXTRACT-COUNT ", CONVERTED SINCE LAST RUN "
               VFX-133-CONV-COUNT " OF " VFX-133-OPEN-COUNT
               " OPEN".
       DISPLAY "G3-VFX-133-WINBACK: " VFX-133-OPTOUT-COUNT
               " DORMANT MEMBERS SKIPPED FOR MARKETING OPT-OUT".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP             TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG            TO JOB-LOG-PROGRAM.
       CLOSE VFX-VIEW-FILE.
       CLOSE VFX-WISH-FILE.
       CLOSE VFX-WINB-FILE.
       CLOSE VFX-CONS-FILE.
       CLOSE VFX-WB-RPT-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
           COMPUTE VFX-133-DAYS-IDLE = VFX-133-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(VFX-133-LAST-NUM)
           IF VFX-133-DAYS-IDLE > VFX-133-IDLE-DAYS
               MOVE VM-ID-KEY TO CONS-MBR-ID
               PERFORM 800-CHECK-CONSENT
               IF VFX-CNS-MKT-OK
                   PERFORM 500-EXTRACT-MEMBER
               ELSE
                   ADD 1 TO VFX-133-OPTOUT-COUNT
               END-IF
           END-IF
       END-IF.
      ******************************************************************
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *800-CHECK-CONSENT looks the member in CONS-MBR-ID up on the
      *consent file; callers set the id first. Only an explicit
      *marketing opt-out suppresses - a member with no consent row
      *has never opted out of anything.
       800-CHECK-CONSENT.
       MOVE 'Y' TO VFX-CNS-MKT-FLAG.
       READ VFX-CONS-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CONS-MKT-NO
                   MOVE 'N' TO VFX-CNS-MKT-FLAG
               END-IF
       END-READ.
