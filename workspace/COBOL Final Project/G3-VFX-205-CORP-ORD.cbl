      ******************************************************************
      *PROGRAM:  Corporate Gift Card Order Desk
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Takes a company's bulk gift card order - the buyer,
      *          how many cards at what denomination, any volume
      *          discount and the payment terms - and holds it for
      *          the issue run, which numbers the cards and prints
      *          the invoice. Payments against the invoice are
      *          posted here; once an order is paid in full its
      *          held cards are activated. An order not yet issued
      *          can be canceled, and an invoice can be flagged for
      *          the next issue run to print again.
      ******************************************************************
       PROGRAM-ID. G3-VFX-205-CORP-ORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-OPER.
       COPY SELECT-VFX-CORD.
       COPY SELECT-VFX-GC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-OPER.
       COPY FD-VFX-CORD.
       COPY FD-VFX-GC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-205-CORP-ORD' TO VFX-M-PROG.
       OPEN I-O VFX-OPER-FILE.
       PERFORM 040-SIGN-ON.
       OPEN I-O VFX-CORD-FILE
             VFX-GC-FILE
             CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO VFX-205-SEL.
       PERFORM UNTIL VFX-205-SEL = 'X' OR 'x'
           DISPLAY " "
           DISPLAY "CORPORATE ORDERS - 'N' NEW ORDER, 'P' POST "
                   "PAYMENT, 'C' CANCEL, 'I' REPRINT INVOICE, "
                   "'L' LOOK UP, 'X' EXIT: "
           ACCEPT VFX-205-SEL
           EVALUATE VFX-205-SEL
               WHEN 'N' WHEN 'n' PERFORM 100-NEW-ORDER
               WHEN 'P' WHEN 'p' PERFORM 300-POST-PAYMENT
               WHEN 'C' WHEN 'c' PERFORM 400-CANCEL-ORDER
               WHEN 'I' WHEN 'i' PERFORM 500-FLAG-REPRINT
               WHEN 'L' WHEN 'l' PERFORM 600-LOOK-UP
           END-EVALUATE
       END-PERFORM.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP        TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG       TO JOB-LOG-PROGRAM.
       MOVE "END"            TO JOB-LOG-EVENT.
       MOVE WS-JOB-LOG-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"       TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-OPER-FILE
             VFX-CORD-FILE
             VFX-GC-FILE
             CTL-NBR-FILE
             JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE dates orders and payments by the BUSDATE
      *control record, falling back to the calendar date when no
      *control record exists yet.
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
      *040-SIGN-ON validates the operator against VFX-OPER-FILE the
      *same way G3-VFX-111-OPER-UNLK does.
       040-SIGN-ON.
       MOVE 'N' TO WS-SIGNON-FLAG.
       IF VFX-SESSION-OPERATOR NOT = SPACES
               AND VFX-SESSION-OPERATOR NOT = LOW-VALUES
           MOVE VFX-SESSION-OPERATOR TO WS-OPERATOR-ID
           MOVE VFX-SESSION-AUTH TO WS-OPER-AUTH
           MOVE 'Y' TO WS-SIGNON-FLAG
       END-IF.
       PERFORM UNTIL WS-SIGNED-ON
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPER-PASSWORD-IN
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ VFX-OPER-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
               NOT INVALID KEY
                   IF OPER-LOCKED
                       DISPLAY "OPERATOR IS LOCKED OUT - A "
                               "SUPERVISOR MUST UNLOCK THE ID"
                   ELSE
                   IF NOT OPER-ACTIVE
                       DISPLAY "OPERATOR IS INACTIVE"
                   ELSE
                       IF OPER-PASSWORD = WS-OPER-PASSWORD-IN
                           MOVE OPER-AUTH TO WS-OPER-AUTH
                           MOVE 'Y' TO WS-SIGNON-FLAG
                       ELSE
                           DISPLAY "PASSWORD DOES NOT MATCH"
                       END-IF
                   END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *050-READ-ORDER asks for an order number and reads it, leaving
      *VFX-205-FOUND-FLAG 'Y' when the order is on file.
       050-READ-ORDER.
       MOVE 'N' TO VFX-205-FOUND-FLAG.
       DISPLAY "ORDER NUMBER: ".
       ACCEPT VFX-205-ORDER-IN.
       MOVE VFX-205-ORDER-IN TO CORD-ORDER-NBR.
       READ VFX-CORD-FILE
           INVALID KEY
               DISPLAY "ORDER NOT ON FILE"
           NOT INVALID KEY
               MOVE 'Y' TO VFX-205-FOUND-FLAG
       END-READ.
      ******************************************************************
      *100-NEW-ORDER takes the buyer and the order terms, shows what
      *the invoice will come to, and files the order for the issue
      *run only when the operator confirms it.
       100-NEW-ORDER.
       INITIALIZE CORD-REC.
       DISPLAY "BUYER (COMPANY) NAME: ".
       ACCEPT CORD-BUYER-NAME.
       IF CORD-BUYER-NAME = SPACES
           DISPLAY "BUYER NAME IS REQUIRED - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "CONTACT NAME: ".
       ACCEPT CORD-CONTACT.
       DISPLAY "BILLING ADDRESS: ".
       ACCEPT CORD-ADDRESS.
       DISPLAY "CITY, STATE AND ZIP: ".
       ACCEPT CORD-CITY-ST-ZIP.
       IF CORD-ADDRESS = SPACES OR CORD-CITY-ST-ZIP = SPACES
           DISPLAY "A BILLING ADDRESS IS REQUIRED - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "BUYER'S PURCHASE ORDER NUMBER (BLANK = NONE): ".
       ACCEPT CORD-PO-NBR.
       DISPLAY "NUMBER OF CARDS (1-5000): ".
       ACCEPT VFX-205-QTY-IN.
       IF VFX-205-QTY-IN = ZERO OR VFX-205-QTY-IN > VFX-205-MAX-QTY
           DISPLAY "QUANTITY OUT OF RANGE - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "AMOUNT ON EACH CARD (99999.99): ".
       ACCEPT VFX-205-DENOM-IN.
       IF VFX-205-DENOM-IN = ZERO
           DISPLAY "DENOMINATION IS REQUIRED - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "VOLUME DISCOUNT PERCENT (99.99, ZERO = NONE): ".
       ACCEPT VFX-205-DISC-IN.
       IF VFX-205-DISC-IN > VFX-205-MAX-DISC
           DISPLAY "DISCOUNT OVER 50 PERCENT - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "PAYMENT TERMS IN DAYS (ZERO = PAY WITH ORDER): ".
       ACCEPT VFX-205-TERMS-IN.
       IF VFX-205-TERMS-IN > VFX-205-MAX-TERMS
           DISPLAY "TERMS OVER 90 DAYS - NOTHING ENTERED"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-205-QTY-IN   TO CORD-QTY.
       MOVE VFX-205-DENOM-IN TO CORD-DENOM.
       MOVE VFX-205-DISC-IN  TO CORD-DISC-PCT.
       MOVE VFX-205-TERMS-IN TO CORD-TERMS-DAYS.
       COMPUTE CORD-GROSS-AMT = CORD-QTY * CORD-DENOM
           ON SIZE ERROR
               DISPLAY "ORDER TOTAL TOO LARGE FOR ONE INVOICE - "
                       "SPLIT IT; NOTHING ENTERED"
               EXIT PARAGRAPH
       END-COMPUTE.
       COMPUTE CORD-DISC-AMT ROUNDED =
           CORD-GROSS-AMT * CORD-DISC-PCT / 100.
       COMPUTE CORD-NET-AMT = CORD-GROSS-AMT - CORD-DISC-AMT.
       MOVE CORD-GROSS-AMT TO VFX-205-AMT-ED.
       DISPLAY "CARD VALUE        " VFX-205-AMT-ED.
       MOVE CORD-DISC-AMT  TO VFX-205-AMT-ED.
       DISPLAY "VOLUME DISCOUNT   " VFX-205-AMT-ED.
       MOVE CORD-NET-AMT   TO VFX-205-AMT-ED.
       DISPLAY "INVOICE AMOUNT    " VFX-205-AMT-ED.
       DISPLAY "FILE THIS ORDER? 'Y' = YES: ".
       ACCEPT VFX-205-RESP.
       IF VFX-205-RESP NOT = 'Y' AND VFX-205-RESP NOT = 'y'
           DISPLAY "ORDER NOT FILED"
           EXIT PARAGRAPH
       END-IF.
       PERFORM 200-NEXT-ORDER-NBR.
       MOVE WS-BUS-DATE    TO CORD-ORDER-DATE.
       MOVE WS-OPERATOR-ID TO CORD-OPERATOR-ID.
       SET CORD-ENTERED    TO TRUE.
       MOVE SPACES TO CORD-FIRST-CARD CORD-LAST-CARD CORD-INV-DATE
                      CORD-DUE-DATE CORD-PAID-DATE CORD-PAY-REF
                      CORD-REPRINT-FLAG.
       MOVE ZERO   TO CORD-PAID-AMT.
       WRITE CORD-REC
           INVALID KEY
               DISPLAY "DUPLICATE ORDER NUMBER - ORDER NOT FILED"
       END-WRITE.
       IF WS-CORD-STATUS = "00"
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "ORDER " CORD-ORDER-NBR " FILED - THE CARDS AND "
                   "INVOICE GO OUT ON THE NEXT ISSUE RUN"
       END-IF.
      ******************************************************************
      *200-NEXT-ORDER-NBR builds a "CO"-prefixed order number off the
      *shared next-number control record, the same counter
      *discipline 200-NEXT-CARD-NBR uses in G3-VFX-41-GC-ISS.
       200-NEXT-ORDER-NBR.
       MOVE WS-CTL-CORD-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-205-SEQ.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE SPACES TO CORD-ORDER-NBR.
       STRING "CO" VFX-205-SEQ DELIMITED BY SIZE
           INTO CORD-ORDER-NBR.
      ******************************************************************
      *300-POST-PAYMENT records a payment against an order. More than
      *the balance due is refused - an overpayment is a refund to
      *the buyer, not a credit on the order. The payment that clears
      *the balance of an issued order activates its cards; an order
      *paid before it is issued has its cards issued active.
       300-POST-PAYMENT.
       PERFORM 050-READ-ORDER.
       IF VFX-205-FOUND-FLAG NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF CORD-CANCELED OR CORD-PAID
           DISPLAY "ORDER IS CANCELED OR ALREADY PAID"
           EXIT PARAGRAPH
       END-IF.
       COMPUTE VFX-205-BAL-DUE = CORD-NET-AMT - CORD-PAID-AMT.
       IF VFX-205-BAL-DUE NOT > ZERO
           DISPLAY "NOTHING IS DUE ON THIS ORDER"
           EXIT PARAGRAPH
       END-IF.
       MOVE VFX-205-BAL-DUE TO VFX-205-AMT-ED.
       DISPLAY CORD-BUYER-NAME " OWES " VFX-205-AMT-ED.
       DISPLAY "PAYMENT AMOUNT (9999999.99): ".
       ACCEPT VFX-205-PAY-AMT.
       IF VFX-205-PAY-AMT = ZERO
           DISPLAY "NO PAYMENT POSTED"
           EXIT PARAGRAPH
       END-IF.
       IF VFX-205-PAY-AMT > VFX-205-BAL-DUE
           DISPLAY "PAYMENT IS MORE THAN THE BALANCE DUE - REFUND "
                   "THE DIFFERENCE TO THE BUYER; NOTHING POSTED"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO VFX-205-PAY-REF.
       PERFORM UNTIL VFX-205-PAY-REF NOT = SPACES
           DISPLAY "CHECK OR REMITTANCE REFERENCE: "
           ACCEPT VFX-205-PAY-REF
       END-PERFORM.
       ADD VFX-205-PAY-AMT TO CORD-PAID-AMT.
       MOVE WS-BUS-DATE     TO CORD-PAID-DATE.
       MOVE VFX-205-PAY-REF TO CORD-PAY-REF.
       IF CORD-PAID-AMT = CORD-NET-AMT AND CORD-ISSUED
           PERFORM 350-ACTIVATE-CARDS
           SET CORD-PAID TO TRUE
       END-IF.
       REWRITE CORD-REC.
       ADD 1 TO WS-JOB-LOG-COUNT.
       COMPUTE VFX-205-BAL-DUE = CORD-NET-AMT - CORD-PAID-AMT.
       MOVE VFX-205-BAL-DUE TO VFX-205-AMT-ED.
       DISPLAY "PAYMENT POSTED - BALANCE DUE " VFX-205-AMT-ED.
       IF CORD-PAID
           DISPLAY VFX-205-ACT-COUNT " CARDS ACTIVATED"
       END-IF.
      ******************************************************************
      *350-ACTIVATE-CARDS walks the order's card range and makes each
      *of its held cards live, dated the day it was paid for. Cards
      *sold over the counter while the run was being numbered fall
      *inside the range too; the order number tells them apart.
       350-ACTIVATE-CARDS.
       MOVE ZERO TO VFX-205-ACT-COUNT.
       MOVE 'N' TO VFX-205-EOF-FLAG.
       MOVE CORD-FIRST-CARD TO GC-CARD-NBR.
       START VFX-GC-FILE KEY IS NOT LESS THAN GC-CARD-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-205-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-205-EOF
           READ VFX-GC-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-205-EOF-FLAG
               NOT AT END
                   IF GC-CARD-NBR > CORD-LAST-CARD
                       MOVE 'Y' TO VFX-205-EOF-FLAG
                   ELSE
                       IF GC-ORDER-NBR = CORD-ORDER-NBR
                               AND GC-ON-HOLD
                           SET GC-ACTIVE TO TRUE
                           MOVE WS-BUS-DATE TO GC-ISSUE-DATE
                           REWRITE GC-REC
                           ADD 1 TO VFX-205-ACT-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *400-CANCEL-ORDER withdraws an order before the issue run has
      *numbered its cards. Once cards exist, or money has come in,
      *cancelling is a matter for a supervisor and the buyer.
       400-CANCEL-ORDER.
       PERFORM 050-READ-ORDER.
       IF VFX-205-FOUND-FLAG NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF NOT CORD-ENTERED
           DISPLAY "ONLY AN ORDER NOT YET ISSUED CAN BE CANCELED"
           EXIT PARAGRAPH
       END-IF.
       IF CORD-PAID-AMT > ZERO
           DISPLAY "PAYMENT HAS BEEN POSTED - REFUND THE BUYER "
                   "BEFORE CANCELING"
           EXIT PARAGRAPH
       END-IF.
       DISPLAY "CANCEL ORDER " CORD-ORDER-NBR " FOR "
               CORD-BUYER-NAME "? 'Y' = YES: ".
       ACCEPT VFX-205-RESP.
       IF VFX-205-RESP = 'Y' OR VFX-205-RESP = 'y'
           SET CORD-CANCELED TO TRUE
           REWRITE CORD-REC
           ADD 1 TO WS-JOB-LOG-COUNT
           DISPLAY "ORDER CANCELED"
       END-IF.
      ******************************************************************
      *500-FLAG-REPRINT asks the next issue run for another copy of
      *an invoice already sent.
       500-FLAG-REPRINT.
       PERFORM 050-READ-ORDER.
       IF VFX-205-FOUND-FLAG NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       IF NOT CORD-ISSUED AND NOT CORD-PAID
           DISPLAY "NO INVOICE HAS BEEN PRINTED FOR THIS ORDER YET"
           EXIT PARAGRAPH
       END-IF.
       SET CORD-REPRINT TO TRUE.
       REWRITE CORD-REC.
       DISPLAY "INVOICE WILL PRINT AGAIN ON THE NEXT ISSUE RUN".
      ******************************************************************
       600-LOOK-UP.
       PERFORM 050-READ-ORDER.
       IF VFX-205-FOUND-FLAG NOT = 'Y'
           EXIT PARAGRAPH
       END-IF.
       EVALUATE TRUE
           WHEN CORD-ENTERED  MOVE "ENTERED " TO VFX-205-STAT-TXT
           WHEN CORD-ISSUED   MOVE "INVOICED" TO VFX-205-STAT-TXT
           WHEN CORD-PAID     MOVE "PAID    " TO VFX-205-STAT-TXT
           WHEN CORD-CANCELED MOVE "CANCELED" TO VFX-205-STAT-TXT
           WHEN OTHER         MOVE SPACES     TO VFX-205-STAT-TXT
       END-EVALUATE.
       DISPLAY "ORDER " CORD-ORDER-NBR "  " VFX-205-STAT-TXT
               "  TAKEN " CORD-ORDER-DATE " BY " CORD-OPERATOR-ID.
       DISPLAY "    " CORD-BUYER-NAME " ATTN " CORD-CONTACT.
       DISPLAY "    " CORD-ADDRESS " " CORD-CITY-ST-ZIP.
       MOVE CORD-DENOM TO VFX-205-DENOM-ED.
       DISPLAY "    PO " CORD-PO-NBR "  " CORD-QTY " CARDS AT "
               VFX-205-DENOM-ED "  TERMS " CORD-TERMS-DAYS " DAYS".
       MOVE CORD-NET-AMT TO VFX-205-AMT-ED.
       DISPLAY "    INVOICE AMOUNT " VFX-205-AMT-ED.
       MOVE CORD-PAID-AMT TO VFX-205-AMT-ED.
       DISPLAY "    PAID TO DATE   " VFX-205-AMT-ED
               "  LAST PAYMENT " CORD-PAID-DATE " " CORD-PAY-REF.
       IF NOT CORD-ENTERED AND NOT CORD-CANCELED
           DISPLAY "    INVOICED " CORD-INV-DATE "  DUE "
                   CORD-DUE-DATE
           DISPLAY "    CARDS " CORD-FIRST-CARD " THRU "
                   CORD-LAST-CARD
       END-IF.
