      ******************************************************************
      *PROGRAM:  Corporate Gift Card Order Issue Run
      *AUTHOR:   Jarrod Lee
      *DATE:     10/15/2026
      *ABSTRACT: Numbers the cards for every corporate order taken
      *          since the last run, off the same shared next-number
      *          control record the counter uses, and writes the
      *          fulfillment list of card numbers to pack for each
      *          buyer. The cards of an order not yet paid for are
      *          written on hold and stay that way until the order
      *          desk posts payment. Each newly issued order is
      *          invoiced as of the business date, due after its
      *          terms; invoices the order desk flagged for a reprint
      *          are printed again. An order the card file cuts short
      *          is invoiced for the cards actually issued and the
      *          rest is filed as a back order for the next run; one
      *          that gets no cards at all is left as entered.
      ******************************************************************
       PROGRAM-ID. G3-VFX-207-CORP-ISS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY SELECT-VFX-CORD.
       COPY SELECT-VFX-CORD-OUT.
       COPY SELECT-VFX-GC.
       COPY SELECT-CTL-NBR.
       COPY SELECT-JOB-LOG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-CORD.
       COPY FD-VFX-CORD-OUT.
       COPY FD-VFX-GC.
       COPY FD-CTL-NBR.
       COPY FD-JOB-LOG.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE 'G3-VFX-207-CORP-ISS' TO VFX-M-PROG.
       OPEN I-O VFX-CORD-FILE
             VFX-GC-FILE
             CTL-NBR-FILE.
       PERFORM 035-READ-BUS-DATE.
       MOVE WS-BUS-DATE TO VFX-207-BUS-NUM.
       OPEN OUTPUT VFX-CFUL-FILE
                   VFX-CINV-FILE.
       OPEN EXTEND JOB-LOG-FILE.
       MOVE WS-TSTAMP  TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG TO JOB-LOG-PROGRAM.
       MOVE "START"    TO JOB-LOG-EVENT.
       MOVE ZERO       TO JOB-LOG-COUNT.
       MOVE SPACES     TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       MOVE SPACES TO CFUL-LINE.
       STRING "CORPORATE GIFT CARD FULFILLMENT FOR " DELIMITED BY SIZE
           WS-BUS-DATE DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
       MOVE 'N' TO VFX-207-EOF-FLAG.
       MOVE LOW-VALUES TO CORD-ORDER-NBR.
       START VFX-CORD-FILE KEY IS NOT LESS THAN CORD-ORDER-NBR
           INVALID KEY
               MOVE 'Y' TO VFX-207-EOF-FLAG
       END-START.
       PERFORM UNTIL VFX-207-EOF
           READ VFX-CORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-207-EOF-FLAG
               NOT AT END
                   IF CORD-ENTERED
                           AND CORD-ORDER-NBR < VFX-207-NEW-FROM
                       PERFORM 200-ISSUE-ORDER
                       IF VFX-207-ISSUED > ZERO
                           PERFORM 400-PRINT-INVOICE
                           REWRITE CORD-REC
                           IF VFX-207-REST-QTY > ZERO
                               PERFORM 260-FILE-BACK-ORDER
                           END-IF
                       END-IF
                   ELSE
                       IF CORD-REPRINT
                               AND (CORD-ISSUED OR CORD-PAID)
                           PERFORM 400-PRINT-INVOICE
                           MOVE SPACE TO CORD-REPRINT-FLAG
                           REWRITE CORD-REC
                           ADD 1 TO VFX-207-REPRINT-COUNT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       IF VFX-207-ORDER-COUNT = ZERO
           MOVE "  NO ORDERS TO ISSUE" TO CFUL-LINE
           WRITE CFUL-LINE
       END-IF.
       DISPLAY "G3-VFX-207-CORP-ISS: " VFX-207-ORDER-COUNT
               " ORDERS, " VFX-207-CARD-COUNT " CARDS ISSUED, "
               VFX-207-REPRINT-COUNT " INVOICES REPRINTED".
       IF VFX-207-BACK-COUNT NOT = ZERO
           DISPLAY "G3-VFX-207-CORP-ISS: " VFX-207-BACK-COUNT
                   " BACK ORDERS FILED FOR THE NEXT RUN"
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP          TO JOB-LOG-TSTAMP.
       MOVE VFX-M-PROG         TO JOB-LOG-PROGRAM.
       MOVE "END"              TO JOB-LOG-EVENT.
       MOVE VFX-207-CARD-COUNT TO JOB-LOG-COUNT.
       MOVE "COMPLETE"         TO JOB-LOG-STATUS.
       WRITE JOB-LOG-REC.
       CLOSE VFX-CORD-FILE
             VFX-GC-FILE
             CTL-NBR-FILE
             VFX-CFUL-FILE
             VFX-CINV-FILE
             JOB-LOG-FILE.
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE invoices as of the BUSDATE control record,
      *falling back to the calendar date when no control record
      *exists yet.
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
      *200-ISSUE-ORDER numbers the order's cards and lists them for
      *the buyer. An order paid in full before the run gets its
      *cards live; anything still owed leaves them on hold. The
      *invoice and due dates are set here so the receivables aging
      *has them from the first night. An order the card file stops
      *short is cut down to the cards issued by 230-SPLIT-ORDER; one
      *with no cards at all is left as entered and not invoiced.
       200-ISSUE-ORDER.
       ADD 1 TO VFX-207-ORDER-COUNT.
       MOVE ZERO TO VFX-207-REST-QTY.
       IF CORD-PAID-AMT NOT < CORD-NET-AMT
           MOVE 'Y' TO VFX-207-PREPAID-FLAG
       ELSE
           MOVE 'N' TO VFX-207-PREPAID-FLAG
       END-IF.
       MOVE SPACES TO CFUL-LINE.
       WRITE CFUL-LINE.
       MOVE SPACES TO CFUL-LINE.
       STRING "ORDER " DELIMITED BY SIZE
           CORD-ORDER-NBR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CORD-BUYER-NAME DELIMITED BY SIZE
           "  PO " DELIMITED BY SIZE
           CORD-PO-NBR DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
       MOVE SPACES TO CFUL-LINE.
       STRING "SHIP TO " DELIMITED BY SIZE
           CORD-CONTACT DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
       MOVE SPACES TO CFUL-LINE.
       STRING "        " DELIMITED BY SIZE
           CORD-ADDRESS DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CORD-CITY-ST-ZIP DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
       MOVE CORD-DENOM TO VFX-207-DENOM-ED.
       MOVE SPACES TO CFUL-LINE.
       IF VFX-207-PREPAID-FLAG = 'Y'
           STRING "CARDS ARE ACTIVE - EACH LOADED WITH "
                   DELIMITED BY SIZE
               VFX-207-DENOM-ED DELIMITED BY SIZE
               INTO CFUL-LINE
       ELSE
           STRING "CARDS ACTIVATE WHEN THE INVOICE IS PAID - EACH "
                   DELIMITED BY SIZE
               "LOADED WITH " DELIMITED BY SIZE
               VFX-207-DENOM-ED DELIMITED BY SIZE
               INTO CFUL-LINE
       END-IF.
       WRITE CFUL-LINE.
       MOVE ZERO TO VFX-207-ISSUED.
       MOVE 'N' TO VFX-207-STOP-FLAG.
       PERFORM UNTIL VFX-207-ISSUED NOT < CORD-QTY
                  OR VFX-207-STOP
           PERFORM 210-ISSUE-CARD
       END-PERFORM.
       MOVE VFX-207-ISSUED TO VFX-207-CNT-ED.
       MOVE SPACES TO CFUL-LINE.
       STRING VFX-207-CNT-ED DELIMITED BY SIZE
           " CARDS IN THIS ORDER" DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
       IF VFX-207-ISSUED < CORD-QTY
           DISPLAY "ORDER " CORD-ORDER-NBR " ISSUED SHORT - GC FILE "
                   "STATUS " WS-GC-STATUS
           IF VFX-207-ISSUED = ZERO
               MOVE "** NO CARDS - CARD FILE REFUSED THEM; ORDER LEFT "
                 & "FOR THE NEXT RUN **" TO CFUL-LINE
               WRITE CFUL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "** SHORT - CARD FILE REFUSED THE REST; SEE THE "
             & "RUN LOG **" TO CFUL-LINE
           WRITE CFUL-LINE
           PERFORM 230-SPLIT-ORDER
       END-IF.
       MOVE WS-BUS-DATE TO CORD-INV-DATE.
       COMPUTE VFX-207-DUE-NUM =
           FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VFX-207-BUS-NUM)
                   + CORD-TERMS-DAYS).
       MOVE VFX-207-DUE-NUM TO CORD-DUE-DATE.
       IF VFX-207-PREPAID-FLAG = 'Y'
           SET CORD-PAID TO TRUE
       ELSE
           SET CORD-ISSUED TO TRUE
       END-IF.
       MOVE SPACE TO CORD-REPRINT-FLAG.
      ******************************************************************
      *210-ISSUE-CARD writes one card of the order. A number already
      *on file is passed over for the next one off the counter; any
      *other refusal from the card file stops the order there.
       210-ISSUE-CARD.
       MOVE "22" TO WS-GC-STATUS.
       PERFORM UNTIL WS-GC-STATUS NOT = "22"
           PERFORM 250-NEXT-CARD-NBR
           MOVE ZERO             TO GC-MBR-ID
           MOVE CORD-DENOM       TO GC-ORIG-AMT
           MOVE CORD-DENOM       TO GC-BALANCE
           IF VFX-207-PREPAID-FLAG = 'Y'
               SET GC-ACTIVE     TO TRUE
           ELSE
               SET GC-ON-HOLD    TO TRUE
           END-IF
           MOVE WS-BUS-DATE      TO GC-ISSUE-DATE
           MOVE "CORPISS"        TO GC-OPERATOR-ID
           MOVE SPACES           TO GC-VML-ID
           MOVE CORD-ORDER-NBR   TO GC-ORDER-NBR
           WRITE GC-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
       END-PERFORM.
       IF WS-GC-STATUS NOT = "00"
           MOVE 'Y' TO VFX-207-STOP-FLAG
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO VFX-207-ISSUED.
       ADD 1 TO VFX-207-CARD-COUNT.
       IF VFX-207-ISSUED = 1
           MOVE GC-CARD-NBR TO CORD-FIRST-CARD
       END-IF.
       MOVE GC-CARD-NBR TO CORD-LAST-CARD.
       MOVE SPACES TO CFUL-LINE.
       STRING "    " DELIMITED BY SIZE
           GC-CARD-NBR DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           VFX-207-DENOM-ED DELIMITED BY SIZE
           INTO CFUL-LINE.
       WRITE CFUL-LINE.
      ******************************************************************
      *230-SPLIT-ORDER cuts a short order down to the cards issued,
      *priced at the order's own discount, and holds the rest -
      *amounts taken as the difference so the two halves add back to
      *the original - for 260-FILE-BACK-ORDER. Money already paid
      *goes to the back order first: this order's cards were issued
      *active or on hold on the whole payment, and splitting it this
      *way keeps that standing true for both halves.
       230-SPLIT-ORDER.
       COMPUTE VFX-207-REST-QTY = CORD-QTY - VFX-207-ISSUED.
       MOVE CORD-GROSS-AMT TO VFX-207-REST-GROSS.
       MOVE CORD-DISC-AMT  TO VFX-207-REST-DISC.
       MOVE CORD-NET-AMT   TO VFX-207-REST-NET.
       MOVE VFX-207-ISSUED TO CORD-QTY.
       COMPUTE CORD-GROSS-AMT = CORD-QTY * CORD-DENOM.
       COMPUTE CORD-DISC-AMT ROUNDED =
           CORD-GROSS-AMT * CORD-DISC-PCT / 100.
       COMPUTE CORD-NET-AMT = CORD-GROSS-AMT - CORD-DISC-AMT.
       SUBTRACT CORD-GROSS-AMT FROM VFX-207-REST-GROSS.
       SUBTRACT CORD-DISC-AMT  FROM VFX-207-REST-DISC.
       SUBTRACT CORD-NET-AMT   FROM VFX-207-REST-NET.
       IF CORD-PAID-AMT > VFX-207-REST-NET
           MOVE VFX-207-REST-NET TO VFX-207-REST-PAID
       ELSE
           MOVE CORD-PAID-AMT    TO VFX-207-REST-PAID
       END-IF.
       SUBTRACT VFX-207-REST-PAID FROM CORD-PAID-AMT.
       MOVE CORD-PAID-DATE TO VFX-207-REST-PAID-DATE.
       MOVE CORD-PAY-REF   TO VFX-207-REST-PAY-REF.
       IF CORD-PAID-AMT = ZERO
           MOVE SPACES TO CORD-PAID-DATE CORD-PAY-REF
       END-IF.
      ******************************************************************
      *250-NEXT-CARD-NBR is 200-NEXT-CARD-NBR from G3-VFX-41-GC-ISS -
      *the order's cards share the one numbering with the counter.
       250-NEXT-CARD-NBR.
       MOVE WS-CTL-GC-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-207-SEQ.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE SPACES TO GC-CARD-NBR.
       STRING "GC" VFX-207-SEQ DELIMITED BY SIZE
           INTO GC-CARD-NBR.
      ******************************************************************
      *260-FILE-BACK-ORDER files the rest of a short order under a
      *new order number, for the same buyer on the same terms, to be
      *issued and invoiced by the next run. The first number handed
      *out here marks where this run stops, so the browse does not
      *pick the back orders up again tonight.
       260-FILE-BACK-ORDER.
       MOVE CORD-ORDER-NBR TO VFX-207-FROM-ORDER.
       PERFORM 270-NEXT-ORDER-NBR.
       IF VFX-207-NEW-FROM = HIGH-VALUES
           MOVE CORD-ORDER-NBR TO VFX-207-NEW-FROM
       END-IF.
       MOVE VFX-207-REST-QTY   TO CORD-QTY.
       MOVE VFX-207-REST-GROSS TO CORD-GROSS-AMT.
       MOVE VFX-207-REST-DISC  TO CORD-DISC-AMT.
       MOVE VFX-207-REST-NET   TO CORD-NET-AMT.
       MOVE VFX-207-REST-PAID  TO CORD-PAID-AMT.
       IF VFX-207-REST-PAID > ZERO
           MOVE VFX-207-REST-PAID-DATE TO CORD-PAID-DATE
           MOVE VFX-207-REST-PAY-REF   TO CORD-PAY-REF
       ELSE
           MOVE SPACES TO CORD-PAID-DATE CORD-PAY-REF
       END-IF.
       SET CORD-ENTERED TO TRUE.
       MOVE SPACES TO CORD-FIRST-CARD CORD-LAST-CARD CORD-INV-DATE
                      CORD-DUE-DATE CORD-REPRINT-FLAG.
       WRITE CORD-REC
           INVALID KEY
               DISPLAY "BACK ORDER FOR " VFX-207-FROM-ORDER
                       " NOT FILED - ORDER NUMBER " CORD-ORDER-NBR
                       " ALREADY ON FILE"
       END-WRITE.
       IF WS-CORD-STATUS = "00"
           ADD 1 TO VFX-207-BACK-COUNT
           MOVE VFX-207-REST-QTY TO VFX-207-CNT-ED
           MOVE SPACES TO CFUL-LINE
           STRING "** " DELIMITED BY SIZE
               VFX-207-CNT-ED DELIMITED BY SIZE
               " CARDS TO FOLLOW ON BACK ORDER " DELIMITED BY SIZE
               CORD-ORDER-NBR DELIMITED BY SIZE
               " **" DELIMITED BY SIZE
               INTO CFUL-LINE
           WRITE CFUL-LINE
           DISPLAY "ORDER " VFX-207-FROM-ORDER " - REST FILED AS "
                   "BACK ORDER " CORD-ORDER-NBR
       END-IF.
      ******************************************************************
      *270-NEXT-ORDER-NBR is 200-NEXT-ORDER-NBR from
      *G3-VFX-205-CORP-ORD - a back order is numbered like any other.
       270-NEXT-ORDER-NBR.
       MOVE WS-CTL-CORD-NAME TO CTL-NBR-NAME.
       READ CTL-NBR-FILE KEY IS CTL-NBR-NAME
           INVALID KEY
               MOVE 1 TO CTL-NBR-NEXT
               WRITE CTL-NBR-REC
       END-READ.
       MOVE CTL-NBR-NEXT TO VFX-207-SEQ.
       ADD 1 TO CTL-NBR-NEXT.
       REWRITE CTL-NBR-REC.
       MOVE SPACES TO CORD-ORDER-NBR.
       STRING "CO" VFX-207-SEQ DELIMITED BY SIZE
           INTO CORD-ORDER-NBR.
      ******************************************************************
      *400-PRINT-INVOICE prints the order's invoice from the order
      *record as it stands, so a reprint shows what has been paid
      *since and what is still due.
       400-PRINT-INVOICE.
       MOVE SPACES TO CINV-LINE.
       WRITE CINV-LINE.
       IF CORD-REPRINT
           MOVE "VUFLIX CORPORATE GIFT CARD INVOICE  ** REPRINT **"
               TO CINV-LINE
       ELSE
           MOVE "VUFLIX CORPORATE GIFT CARD INVOICE" TO CINV-LINE
       END-IF.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "INVOICE " DELIMITED BY SIZE
           CORD-ORDER-NBR DELIMITED BY SIZE
           "   DATED " DELIMITED BY SIZE
           CORD-INV-DATE DELIMITED BY SIZE
           "   YOUR PO " DELIMITED BY SIZE
           CORD-PO-NBR DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "BILL TO  " DELIMITED BY SIZE
           CORD-BUYER-NAME DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "   ATTN  " DELIMITED BY SIZE
           CORD-CONTACT DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "         " DELIMITED BY SIZE
           CORD-ADDRESS DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "         " DELIMITED BY SIZE
           CORD-CITY-ST-ZIP DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       WRITE CINV-LINE.
       MOVE CORD-QTY       TO VFX-207-CNT-ED.
       MOVE CORD-DENOM     TO VFX-207-DENOM-ED.
       MOVE CORD-GROSS-AMT TO VFX-207-AMT-ED.
       MOVE SPACES TO CINV-LINE.
       STRING VFX-207-CNT-ED DELIMITED BY SIZE
           " GIFT CARDS AT " DELIMITED BY SIZE
           VFX-207-DENOM-ED DELIMITED BY SIZE
           "          " DELIMITED BY SIZE
           VFX-207-AMT-ED DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       IF CORD-DISC-AMT > ZERO
           MOVE CORD-DISC-PCT TO VFX-207-PCT-ED
           MOVE CORD-DISC-AMT TO VFX-207-AMT-ED
           MOVE SPACES TO CINV-LINE
           STRING "LESS VOLUME DISCOUNT " DELIMITED BY SIZE
               VFX-207-PCT-ED DELIMITED BY SIZE
               "%           -" DELIMITED BY SIZE
               VFX-207-AMT-ED DELIMITED BY SIZE
               INTO CINV-LINE
           WRITE CINV-LINE
       END-IF.
       MOVE CORD-NET-AMT TO VFX-207-AMT-ED.
       MOVE SPACES TO CINV-LINE.
       STRING "INVOICE TOTAL                          "
                   DELIMITED BY SIZE
           VFX-207-AMT-ED DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       IF CORD-PAID-AMT > ZERO
           MOVE CORD-PAID-AMT TO VFX-207-AMT-ED
           MOVE SPACES TO CINV-LINE
           STRING "PAID TO DATE                          -"
                   DELIMITED BY SIZE
               VFX-207-AMT-ED DELIMITED BY SIZE
               INTO CINV-LINE
           WRITE CINV-LINE
       END-IF.
       COMPUTE VFX-207-BAL-DUE = CORD-NET-AMT - CORD-PAID-AMT.
       MOVE VFX-207-BAL-DUE TO VFX-207-AMT-ED.
       MOVE SPACES TO CINV-LINE.
       STRING "BALANCE DUE                            "
                   DELIMITED BY SIZE
           VFX-207-AMT-ED DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       IF VFX-207-BAL-DUE = ZERO
           MOVE "PAID IN FULL - THANK YOU" TO CINV-LINE
       ELSE
           IF CORD-TERMS-DAYS = ZERO
               STRING "PAYABLE ON RECEIPT" DELIMITED BY SIZE
                   INTO CINV-LINE
           ELSE
               MOVE CORD-TERMS-DAYS TO VFX-207-TERMS-ED
               STRING "TERMS NET " DELIMITED BY SIZE
                   VFX-207-TERMS-ED DELIMITED BY SIZE
                   " DAYS - DUE " DELIMITED BY SIZE
                   CORD-DUE-DATE DELIMITED BY SIZE
                   INTO CINV-LINE
           END-IF
       END-IF.
       WRITE CINV-LINE.
       MOVE SPACES TO CINV-LINE.
       STRING "CARDS " DELIMITED BY SIZE
           CORD-FIRST-CARD DELIMITED BY SIZE
           " THRU " DELIMITED BY SIZE
           CORD-LAST-CARD DELIMITED BY SIZE
           INTO CINV-LINE.
       WRITE CINV-LINE.
       IF VFX-207-BAL-DUE > ZERO
           MOVE "CARDS ARE INACTIVE UNTIL THIS INVOICE IS PAID IN "
             & "FULL" TO CINV-LINE
           WRITE CINV-LINE
       END-IF.
       MOVE ALL "-" TO CINV-LINE.
       WRITE CINV-LINE.
