       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       01  VFX-0-SEL                    PIC XX.
       01  VFX-0-CALL-NAME              PIC X(30).
       01  VFX-0-MAX-FAILS              PIC 9(2) VALUE 5.
       01  VFX-0-PWD-AGE-DAYS           PIC 9(3) VALUE 90.
       01  VFX-0-NEW-PWD                PIC X(8).
      *production through forward recovery. Reference data (zips,
      *tax rates, plans, genres, catalogs' side files) stays real -
      *reading it harms nothing and keeps the practice realistic.
       SET ENVIRONMENT "VFXTRIAL"         TO "TRNTRIAL".
       SET ENVIRONMENT "DD_VFXTRIAL"      TO "TRNTRIAL".
       SET ENVIRONMENT "VFXBILLHIST"      TO "TRNBILLHIST".
       SET ENVIRONMENT "DD_VFXBILLHIST"   TO "TRNBILLHIST".
       SET ENVIRONMENT "CTLNBRFILE"       TO "TRNCTLNBR".
       SET ENVIRONMENT "DD_CTLNBRFILE"    TO "TRNCTLNBR".
       SET ENVIRONMENT "VFXGCFILE"        TO "TRNGCFILE".
       SET ENVIRONMENT "DD_VFXRFNDFILE"   TO "TRNRFNDFILE".
       SET ENVIRONMENT "VFXCCSECFILE"     TO "TRNCCSEC".
       SET ENVIRONMENT "DD_VFXCCSECFILE"  TO "TRNCCSEC".
       SET ENVIRONMENT "VFXCCKEY"         TO "TRNCCKEY".
       SET ENVIRONMENT "DD_VFXCCKEY"      TO "TRNCCKEY".
       SET ENVIRONMENT "VFXPANLOG.TXT"    TO "TRNPANLOG.TXT".
       SET ENVIRONMENT "DD_VFXPANLOG.TXT"  TO "TRNPANLOG.TXT".
       SET ENVIRONMENT "VFXGSUB"          TO "TRNGSUB".
       SET ENVIRONMENT "DD_VFXGSUB"       TO "TRNGSUB".
       SET ENVIRONMENT "VFXDQFILE"        TO "TRNDQFILE".
       SET ENVIRONMENT "DD_VFXCONTHIST"   TO "TRNCONTHIST".
       SET ENVIRONMENT "VFXPROFFILE"      TO "TRNPROFFILE".
       SET ENVIRONMENT "DD_VFXPROFFILE"   TO "TRNPROFFILE".
       SET ENVIRONMENT "VFXCONSFILE"      TO "TRNCONSFILE".
       SET ENVIRONMENT "DD_VFXCONSFILE"   TO "TRNCONSFILE".
       SET ENVIRONMENT "VFXREFFILE"       TO "TRNREFFILE".
       SET ENVIRONMENT "DD_VFXREFFILE"    TO "TRNREFFILE".
       SET ENVIRONMENT "VFXCXOUT"         TO "TRNCXOUT".
       SET ENVIRONMENT "DD_VFXCXOUT"      TO "TRNCXOUT".
       SET ENVIRONMENT "VFXRUNCTL"        TO "TRNRUNCTL".
       SET ENVIRONMENT "DD_VFXRUNCTL"     TO "TRNRUNCTL".
       SET ENVIRONMENT "VFXRETAIN"        TO "TRNRETAIN".
       SET ENVIRONMENT "DD_VFXRETAIN"     TO "TRNRETAIN".
       SET ENVIRONMENT "VFXDEVICE"        TO "TRNDEVICE".
       SET ENVIRONMENT "DD_VFXDEVICE"     TO "TRNDEVICE".
       SET ENVIRONMENT "VFXGCREVIEW"      TO "TRNGCREVIEW".
       SET ENVIRONMENT "DD_VFXGCREVIEW"   TO "TRNGCREVIEW".
       SET ENVIRONMENT "VFXCASEFILE"      TO "TRNCASEFILE".
       SET ENVIRONMENT "DD_VFXCASEFILE"   TO "TRNCASEFILE".
       SET ENVIRONMENT "VFXCORPORDFILE"   TO "TRNCORPORD".
       SET ENVIRONMENT "DD_VFXCORPORDFILE"  TO "TRNCORPORD".
       SET ENVIRONMENT "CAP1VFXXREF"      TO "TRNXREF".
       SET ENVIRONMENT "DD_CAP1VFXXREF"   TO "TRNXREF".
       SET ENVIRONMENT "VFXJRNL.TXT"      TO "TRNJRNL.TXT".
       SET ENVIRONMENT "DD_VFXMBRPRT.TXT"  TO "TRNMBRPRT.TXT".
       SET ENVIRONMENT "VFXCAP1APP.TXT"   TO "TRNCAP1APP.TXT".
       SET ENVIRONMENT "DD_VFXCAP1APP.TXT"  TO "TRNCAP1APP.TXT".
      *The watch list itself is reference data and stays real; the
      *possible-match queue and the screening evidence log a
      *practice signup writes do not.
       SET ENVIRONMENT "VFXSANCQUE"       TO "TRNSANCQUE".
       SET ENVIRONMENT "DD_VFXSANCQUE"    TO "TRNSANCQUE".
       SET ENVIRONMENT "VFXSANCLOG.TXT"   TO "TRNSANCLOG.TXT".
       SET ENVIRONMENT "DD_VFXSANCLOG.TXT"  TO "TRNSANCLOG.TXT".
       DISPLAY "*** TRAINING SESSION - MASTERS AND TRANSACTION "
               "FILES POINT AT THE TRAINING COPIES ***".
      ******************************************************************
       DISPLAY "15) NIGHTLY BATCH CHAIN".
       DISPLAY "16) OPERATOR UNLOCK (SUPERVISOR)".
       DISPLAY "17) GIFT SUBSCRIPTIONS".
       DISPLAY "18) SERIES/FRANCHISE MAINTENANCE".
       DISPLAY "19) STUDIO BANK FIELDS (SUPERVISOR)".
       DISPLAY "20) ROYALTY PAYABLES (SUPERVISOR)".
       DISPLAY "21) MERCHANT RESERVE TERMS (SUPERVISOR)".
       DISPLAY "22) COMPLIANCE REVIEW QUEUE (SUPERVISOR)".
       DISPLAY "23) POSTING RERUN RELEASE (SUPERVISOR)".
       DISPLAY "24) RECORDS RETENTION AND LEGAL HOLD (SUPERVISOR)".
       DISPLAY "25) GOODWILL CREDIT REVIEW (SUPERVISOR)".
       DISPLAY "26) BANK HOLIDAY CALENDAR (SUPERVISOR)".
       DISPLAY "27) CORPORATE GIFT CARD ORDERS".
       DISPLAY "28) CORPORATE ORDER ISSUE RUN".
       DISPLAY "29) JOURNAL BACKOUT OF ONE RUN (SUPERVISOR)".
       DISPLAY "30) REPORT ARCHIVE AND REPRINT".
       DISPLAY " X) EXIT".
       DISPLAY "SELECTION: ".
      ******************************************************************
      *log rotation - whose logical names a training session does
      *not redirect. One keypress there would be the training
      *purchase that hit settlement all over again, so those
      *options simply refuse while the watermark is up. So do the
      *supervisor maintenance screens over live reference files -
      *series, studio bank fields, reserve terms and the bank
      *calendar - which a session has no training copy of.
       IF VFX-SESSION-MARK NOT = SPACES
               AND (VFX-0-SEL = '11' OR VFX-0-SEL = '12'
                   OR VFX-0-SEL = '13' OR VFX-0-SEL = '14'
                   OR VFX-0-SEL = '15' OR VFX-0-SEL = '18'
                   OR VFX-0-SEL = '19' OR VFX-0-SEL = '20'
                   OR VFX-0-SEL = '21' OR VFX-0-SEL = '23'
                   OR VFX-0-SEL = '26' OR VFX-0-SEL = '28'
                   OR VFX-0-SEL = '29' OR VFX-0-SEL = '30')
           DISPLAY "BATCH, REPORT AND SUPERVISOR MAINTENANCE RUNS "
                   "ARE NOT AVAILABLE IN A TRAINING SESSION"
           MOVE 'XX' TO VFX-0-SEL
       END-IF.
       EVALUATE VFX-0-SEL
           WHEN '16' MOVE 'G3-VFX-111-OPER-UNLK'
                                                TO VFX-0-CALL-NAME
           WHEN '17' MOVE 'G3-VFX-135-GSUB-ISS' TO VFX-0-CALL-NAME
           WHEN '18' MOVE 'G3-VFX-143-SER-MNT'  TO VFX-0-CALL-NAME
           WHEN '19' MOVE 'G3-VFX-147-STU-BANK' TO VFX-0-CALL-NAME
           WHEN '20' MOVE 'G3-VFX-149-ROY-PAY'  TO VFX-0-CALL-NAME
           WHEN '21' MOVE 'G3-VFX-155-RSV-MNT'  TO VFX-0-CALL-NAME
           WHEN '22' MOVE 'G3-VFX-161-SANC-REV' TO VFX-0-CALL-NAME
           WHEN '23' MOVE 'G3-VFX-169-RUN-FORCE'
                                                TO VFX-0-CALL-NAME
           WHEN '24' MOVE 'G3-VFX-171-RETN-MNT' TO VFX-0-CALL-NAME
           WHEN '25' MOVE 'G3-VFX-197-GCR-WORK' TO VFX-0-CALL-NAME
           WHEN '26' MOVE 'G3-VFX-201-BANK-CAL' TO VFX-0-CALL-NAME
           WHEN '27' MOVE 'G3-VFX-205-CORP-ORD' TO VFX-0-CALL-NAME
           WHEN '28' MOVE 'G3-VFX-207-CORP-ISS' TO VFX-0-CALL-NAME
           WHEN '29' MOVE 'G3-VFX-213-BACKOUT'  TO VFX-0-CALL-NAME
           WHEN '30' MOVE 'G3-VFX-231-RPT-REPRINT'
                                                TO VFX-0-CALL-NAME
           WHEN 'X ' CONTINUE
           WHEN 'x ' CONTINUE
           WHEN 'XX' CONTINUE
