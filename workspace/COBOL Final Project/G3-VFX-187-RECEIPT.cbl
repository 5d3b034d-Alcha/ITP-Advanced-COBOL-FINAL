      ******************************************************************
      *PROGRAM:  Purchase Receipt Extract
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Nightly mail-house extract of an itemized receipt
      *          for every sale the day's purchase journal carries -
      *          one receipt per sale, one per bundle however many
      *          titles it lands - and for every refund written on
      *          the business day. Each item shows the title, format,
      *          rental expiry, list price, promo, the gift-card
      *          credit and rewards points drawn, the state and tax
      *          charged and what went on the card, so a member can
      *          match the charge on the statement. A bounced
      *          address gets no receipt; every receipt sent is
      *          logged on the member's contact history.
      ******************************************************************
       PROGRAM-ID. G3-VFX-187-RECEIPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-DAYJ.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-RFND.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-BNDL.
       COPY SELECT-VFX-RCPT.
       COPY SELECT-VFX-CONT.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-DAYJ.
       COPY FD-VFX-PUR.
       COPY FD-VFX-RFND.
       COPY FD-VFX-MBR.
       COPY FD-VFX-BNDL.
       COPY FD-VFX-RCPT.
       COPY FD-VFX-CONT.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-187-RECEIPT' TO VFX-M-PROG.
       OPEN I-O CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN INPUT VFX-PUR-FILE.
       OPEN INPUT VFX-RFND-FILE.
       OPEN INPUT VM-FILE.
       OPEN INPUT VFX-BNDL-FILE.
       OPEN OUTPUT VFX-RCPT-FILE.
       OPEN I-O VFX-CONT-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       PERFORM 100-SALE-RECEIPTS.
       PERFORM 300-REFUND-RECEIPTS.
       DISPLAY "RECEIPTS: " VFX-187-SALE-COUNT " SALE, "
               VFX-187-RFND-COUNT " REFUND, "
               VFX-187-SKIP-COUNT " UNDELIVERABLE SKIPPED".
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-187-RCPT-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-PUR-FILE.
       CLOSE VFX-RFND-FILE.
       CLOSE VM-FILE.
       CLOSE VFX-BNDL-FILE.
       CLOSE VFX-RCPT-FILE.
       CLOSE VFX-CONT-FILE.
       CLOSE CTL-NBR-FILE.
       CLOSE JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates the receipts and contact rows from the
      *BUSDATE control record, falling back to the calendar date when
      *no control record exists yet.
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
      *100-SALE-RECEIPTS reads the day's purchase journal, each image
      *re-read against the master. A bundle's components are
      *journaled together under the bundle code in PUR-PROMO-CODE,
      *so consecutive images of one member and one bundle go on one
      *receipt; anything else is a receipt of its own.
       100-SALE-RECEIPTS.
       MOVE 'N' TO VFX-187-OPEN-FLAG.
       MOVE 'N' TO VFX-187-EOF-FLAG.
       OPEN INPUT VFX-DAYJ-TXT.
       PERFORM UNTIL VFX-187-EOF
           READ VFX-DAYJ-TXT
               AT END
                   MOVE 'Y' TO VFX-187-EOF-FLAG
               NOT AT END
                   MOVE DAYJ-PUR-DATA TO PUR-REC
                   READ VFX-PUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 110-ONE-SALE
                   END-READ
           END-READ
       END-PERFORM.
       IF VFX-187-RCPT-OPEN
           PERFORM 500-CLOSE-RECEIPT
       END-IF.
       CLOSE VFX-DAYJ-TXT.
      ******************************************************************
       110-ONE-SALE.
       MOVE SPACES TO VFX-187-BNDL VFX-187-BNDL-NAME.
       IF PUR-PROMO-CODE NOT = SPACES
           MOVE PUR-PROMO-CODE(1:8) TO BNDL-CODE
           READ VFX-BNDL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BNDL-CODE TO VFX-187-BNDL
                   MOVE BNDL-NAME TO VFX-187-BNDL-NAME
           END-READ
       END-IF.
       IF VFX-187-RCPT-OPEN
           IF VFX-187-BNDL = SPACES
                   OR VFX-187-BNDL NOT = VFX-187-CUR-BNDL
                   OR PUR-MBR-ID NOT = VFX-187-CUR-MBR
               PERFORM 500-CLOSE-RECEIPT
           END-IF
       END-IF.
       IF NOT VFX-187-RCPT-OPEN
           MOVE "SALE"         TO VFX-187-KIND
           MOVE PUR-MBR-ID     TO VFX-187-CUR-MBR
           MOVE VFX-187-BNDL   TO VFX-187-CUR-BNDL
           PERFORM 400-OPEN-RECEIPT
       END-IF.
       MOVE PUR-NET-PRICE TO VFX-187-PRICE.
       MOVE ZERO TO VFX-187-CREDIT VFX-187-POINTS.
       IF PUR-GC-NBR = "*POINTS*"
           MOVE PUR-CREDIT-APPLIED TO VFX-187-POINTS
       ELSE
           MOVE PUR-CREDIT-APPLIED TO VFX-187-CREDIT
       END-IF.
       MOVE PUR-TAX-AMT TO VFX-187-TAX.
       COMPUTE VFX-187-CHARGE = PUR-NET-PRICE - PUR-CREDIT-APPLIED
           + PUR-TAX-AMT.
       PERFORM 450-WRITE-ITEM.
       IF VFX-187-BNDL = SPACES
           PERFORM 500-CLOSE-RECEIPT
       END-IF.
      ******************************************************************
      *300-REFUND-RECEIPTS gives each refund written on the business
      *day a receipt of its own. The refunded sale supplies the
      *format, list price and tax state; the amount back to the card
      *is RFND-AMOUNT, the credit or points put back are shown apart.
       300-REFUND-RECEIPTS.
       MOVE 'N' TO VFX-187-EOF-FLAG.
       MOVE LOW-VALUES TO RFND-KEY.
       START VFX-RFND-FILE KEY IS NOT LESS THAN RFND-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-187-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-187-EOF
           READ VFX-RFND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-187-EOF-FLAG
               NOT AT END
                   IF RFND-DATE = WS-BUS-DATE
                       PERFORM 310-ONE-REFUND
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-ONE-REFUND.
       MOVE RFND-KEY TO PUR-KEY.
       READ VFX-PUR-FILE
           INVALID KEY
               MOVE SPACES TO PUR-FORMAT PUR-EXPIRE-DATE
                              PUR-PROMO-CODE PUR-TAX-STATE PUR-GC-NBR
               MOVE ZERO   TO PUR-PRICE
       END-READ.
       MOVE RFND-TITLE TO PUR-TITLE.
       MOVE "REFUND"    TO VFX-187-KIND.
       MOVE RFND-MBR-ID TO VFX-187-CUR-MBR.
       MOVE SPACES      TO VFX-187-CUR-BNDL VFX-187-BNDL-NAME.
       PERFORM 400-OPEN-RECEIPT.
       MOVE ZERO TO VFX-187-CREDIT VFX-187-POINTS.
       IF PUR-GC-NBR = "*POINTS*"
           MOVE RFND-CREDIT-RESTORED TO VFX-187-POINTS
       ELSE
           MOVE RFND-CREDIT-RESTORED TO VFX-187-CREDIT
       END-IF.
       MOVE RFND-TAX-PART TO VFX-187-TAX.
       MOVE RFND-AMOUNT   TO VFX-187-CHARGE.
       COMPUTE VFX-187-PRICE = RFND-AMOUNT - RFND-TAX-PART
           + RFND-CREDIT-RESTORED.
       PERFORM 450-WRITE-ITEM.
       PERFORM 500-CLOSE-RECEIPT.
      ******************************************************************
      *400-OPEN-RECEIPT starts a receipt for VFX-187-CUR-MBR. A
      *member off the master or with a bounced address gets none -
      *the items still pass through, unwritten.
       400-OPEN-RECEIPT.
       MOVE 'Y' TO VFX-187-OPEN-FLAG.
       INITIALIZE VFX-187-TOTALS.
       MOVE 'Y' TO VFX-187-MAIL-FLAG.
       MOVE VFX-187-CUR-MBR TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               MOVE 'N' TO VFX-187-MAIL-FLAG
           NOT INVALID KEY
               IF VM-EMAIL-UNDELIV
                   MOVE 'N' TO VFX-187-MAIL-FLAG
               END-IF
       END-READ.
       IF NOT VFX-187-MAIL-OK
           ADD 1 TO VFX-187-SKIP-COUNT
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-CTL-RCPT-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-187-NBR.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE SPACES            TO RCPT-REC.
       MOVE "H"               TO RCPT-HDR-TAG.
       MOVE VFX-187-NBR       TO RCPT-HDR-NBR.
       MOVE VFX-187-KIND      TO RCPT-HDR-KIND.
       MOVE WS-BUS-DATE       TO RCPT-HDR-DATE.
       MOVE VM-ID-KEY         TO RCPT-HDR-MBR-ID.
       MOVE VM-EMAIL-KEY      TO RCPT-HDR-EMAIL.
       MOVE VM-FNAME          TO RCPT-HDR-FNAME.
       MOVE VM-LNAME-KEY      TO RCPT-HDR-LNAME.
       MOVE VFX-187-BNDL-NAME TO RCPT-HDR-BUNDLE.
       WRITE RCPT-REC.
      ******************************************************************
      *450-WRITE-ITEM writes the item line for PUR-REC and the amounts
      *worked out by the caller, and adds them to the receipt.
       450-WRITE-ITEM.
       IF NOT VFX-187-MAIL-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES          TO RCPT-REC.
       MOVE "I"             TO RCPT-ITM-TAG.
       MOVE VFX-187-NBR     TO RCPT-ITM-NBR.
       MOVE PUR-VML-ID      TO RCPT-ITM-VML-ID.
       MOVE PUR-TITLE       TO RCPT-ITM-TITLE.
       MOVE PUR-FORMAT      TO RCPT-ITM-FORMAT.
       IF PUR-TYPE-RENTAL
           MOVE PUR-EXPIRE-DATE TO RCPT-ITM-EXPIRE
       END-IF.
       MOVE PUR-PRICE       TO RCPT-ITM-LIST.
       MOVE PUR-PROMO-CODE  TO RCPT-ITM-PROMO.
       MOVE VFX-187-PRICE   TO RCPT-ITM-PRICE.
       MOVE VFX-187-CREDIT  TO RCPT-ITM-CREDIT.
       MOVE VFX-187-POINTS  TO RCPT-ITM-POINTS.
       MOVE PUR-TAX-STATE   TO RCPT-ITM-TAX-STATE.
       MOVE VFX-187-TAX     TO RCPT-ITM-TAX.
       MOVE VFX-187-CHARGE  TO RCPT-ITM-CHARGE.
       WRITE RCPT-REC.
       ADD 1              TO VFX-187-T-ITEMS.
       ADD VFX-187-PRICE  TO VFX-187-T-PRICE.
       ADD VFX-187-CREDIT TO VFX-187-T-CREDIT.
       ADD VFX-187-POINTS TO VFX-187-T-POINTS.
       ADD VFX-187-TAX    TO VFX-187-T-TAX.
       ADD VFX-187-CHARGE TO VFX-187-T-CHARGE.
      ******************************************************************
      *500-CLOSE-RECEIPT writes the total line and logs the receipt
      *on the member's contact history.
       500-CLOSE-RECEIPT.
       MOVE 'N' TO VFX-187-OPEN-FLAG.
       IF NOT VFX-187-MAIL-OK
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES           TO RCPT-REC.
       MOVE "T"              TO RCPT-TOT-TAG.
       MOVE VFX-187-NBR      TO RCPT-TOT-NBR.
       MOVE VFX-187-T-ITEMS  TO RCPT-TOT-ITEMS.
       MOVE VFX-187-T-PRICE  TO RCPT-TOT-PRICE.
       MOVE VFX-187-T-CREDIT TO RCPT-TOT-CREDIT.
       MOVE VFX-187-T-POINTS TO RCPT-TOT-POINTS.
       MOVE VFX-187-T-TAX    TO RCPT-TOT-TAX.
       MOVE VFX-187-T-CHARGE TO RCPT-TOT-CHARGE.
       WRITE RCPT-REC.
       ADD 1 TO VFX-187-RCPT-COUNT.
       IF VFX-187-KIND = "REFUND"
           ADD 1 TO VFX-187-RFND-COUNT
       ELSE
           ADD 1 TO VFX-187-SALE-COUNT
       END-IF.
       MOVE VFX-187-CUR-MBR TO CONT-MBR-ID.
       MOVE "RECEIPT"       TO CONT-SOURCE.
       MOVE VM-EMAIL-KEY    TO CONT-ADDRESS.
       MOVE SPACES          TO CONT-CONCERN.
       STRING VFX-187-KIND DELIMITED BY SPACE
           " RECEIPT " VFX-187-NBR DELIMITED BY SIZE
           INTO CONT-CONCERN.
       PERFORM 990-LOG-CONTACT.
      ******************************************************************
      *990-LOG-CONTACT files one contact-history row; callers set
      *the member id, source, address and concern first. Same-day
      *contacts take the next free sequence.
       990-LOG-CONTACT.
       MOVE WS-BUS-DATE TO CONT-DATE.
       MOVE 'N' TO VFX-CONT-DONE-FLAG.
       MOVE 1 TO VFX-CONT-TRY-SEQ.
       PERFORM UNTIL VFX-CONT-DONE-FLAG = 'Y'
               OR VFX-CONT-TRY-SEQ > 999
           MOVE VFX-CONT-TRY-SEQ TO CONT-SEQ
           WRITE CONT-REC
               INVALID KEY
                   ADD 1 TO VFX-CONT-TRY-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-CONT-DONE-FLAG
           END-WRITE
       END-PERFORM.
