      *AUTHOR:   Jarrod Lee
      *DATE:     8/22/2026
      *ABSTRACT: Sells a bearer gift card or issues a goodwill credit
      *          against a specific member, noting the title the
      *          credit makes good on when there is one. Card numbers
      *          come off the shared next-number control record the
      *          same way member and account ids do, so two terminals
      *          can't issue the same number.
      ******************************************************************
       PROGRAM-ID. G3-VFX-41-GC-ISS.
      ******************************************************************
           IF VFX-41-MBR-OK-FLAG NOT = 'Y'
               DISPLAY "NOTHING ISSUED"
           ELSE
               MOVE SPACES TO VFX-41-VML-ID
               IF VFX-41-MBR-ID NOT = ZERO
                   DISPLAY "TITLE ID THE CREDIT MAKES GOOD ON "
                           "(BLANK = NONE): "
                   ACCEPT VFX-41-VML-ID
               END-IF
               PERFORM 160-ISSUE-CARD
           END-IF
       END-IF.
       STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           INTO GC-ISSUE-DATE.
       MOVE WS-OPERATOR-ID TO GC-OPERATOR-ID.
       MOVE VFX-41-VML-ID  TO GC-VML-ID.
       MOVE SPACES         TO GC-ORDER-NBR.
       WRITE GC-REC
           INVALID KEY
               DISPLAY "DUPLICATE CARD NUMBER - NOT ISSUED"
