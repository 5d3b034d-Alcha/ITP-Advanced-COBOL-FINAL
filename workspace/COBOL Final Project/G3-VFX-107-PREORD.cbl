      *          A member whose stored card is gone, or whose
      *          membership is no longer active, is written to the
      *          notification extract instead and the pre-order
      *          stays open for a rep to work - for 30 calendar
      *          days from release, after which it is canceled with
      *          a notice rather than held open indefinitely.
      ******************************************************************
       PROGRAM-ID. G3-VFX-107-PREORD.
      ******************************************************************
       WRITE JOB-LOG-REC.
       PERFORM 100-WALK-PREORDERS.
       DISPLAY "G3-VFX-107-PREORD: FILLED " VFX-107-FILLED-COUNT
               ", COULD NOT FILL " VFX-107-NOTIF-COUNT
               ", LAPSED " VFX-107-LAPSED-COUNT.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP            TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG           TO JOB-LOG-PROGRAM.
                       CONTINUE
                   WHEN OTHER
                       PERFORM 300-FILL-PREORDER
                       IF PREORD-OPEN
                           PERFORM 350-CHECK-LAPSE
                       END-IF
               END-EVALUATE
       END-READ.
      ******************************************************************
               END-IF
       END-READ.
      ******************************************************************
      *350-CHECK-LAPSE cancels a released pre-order still unfilled
      *VFX-107-LAPSE-DAYS calendar days after its title's release
      *(the order date, for a title with no release date on file).
      *Nothing was charged, so the cancel is only a notice.
       350-CHECK-LAPSE.
       IF VML-MST-AVAIL-FROM NOT = SPACES
               AND VML-MST-AVAIL-FROM IS NUMERIC
           MOVE VML-MST-AVAIL-FROM TO VFX-107-REL-NUM
       ELSE
           IF PREORD-ORDER-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PREORD-ORDER-DATE TO VFX-107-REL-NUM
       END-IF.
       MOVE WS-BUS-DATE TO VFX-107-BUS-NUM.
       COMPUTE VFX-107-AGE =
           FUNCTION INTEGER-OF-DATE(VFX-107-BUS-NUM)
           - FUNCTION INTEGER-OF-DATE(VFX-107-REL-NUM).
       IF VFX-107-AGE > VFX-107-LAPSE-DAYS
           SET PREORD-CANCELED TO TRUE
           MOVE WS-BUS-DATE TO PREORD-FILL-DATE
           REWRITE PREORD-REC
           MOVE VFX-107-LAPSE-DAYS TO VFX-107-LAPSE-ED
           MOVE SPACES TO VFX-107-REASON
           STRING "NOT FILLED IN" DELIMITED BY SIZE
               VFX-107-LAPSE-ED DELIMITED BY SIZE
               " DAYS-CANCELED" DELIMITED BY SIZE
               INTO VFX-107-REASON
           PERFORM 700-WRITE-NOTIF
           ADD 1 TO VFX-107-LAPSED-COUNT
       END-IF.
      ******************************************************************
      *400-WRITE-PURCHASE writes the real PUR-REC: quoted price
      *honored as the net, tax resolved from the member's zip the
      *same way the purchase screen does at sign-in, the member's
