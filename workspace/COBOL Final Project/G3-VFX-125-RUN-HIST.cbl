       CLOSE VFX-RUNA-RPT-FILE.
       DISPLAY "G3-VFX-125-RUN-HIST: " VFX-125-RUN-COUNT
               " RUNS FILED, " VFX-125-ALERT-COUNT " ALERTS".
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXRUNALERT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       035-READ-BUS-DATE.
       END-READ.
      ******************************************************************
      *050-INIT-EXPECTED mirrors the night chain's own dependency
      *list - these are the steps that must appear every night,
      *all but this report itself, which is still running. A long
      *PROGRAM-ID is held cut to 20, as it is logged.
       050-INIT-EXPECTED.
       MOVE 27 TO VFX-125-EXP-COUNT.
       MOVE "G3-BLD-ZIP-MST"     TO VFX-125-EXP-PROG(1).
       MOVE "G3-VFX-157-SANC-LOAD"
           TO VFX-125-EXP-PROG(2).
       MOVE "G3-BLD-VISA-MER"    TO VFX-125-EXP-PROG(3).
       MOVE "G3-VFX-159-SANC-SCRN"
           TO VFX-125-EXP-PROG(4).
       MOVE "G3-VFX-185-PAUSE-RSM"
           TO VFX-125-EXP-PROG(5).
       MOVE "G3-VFX-219-TRIAL-RUN"
           TO VFX-125-EXP-PROG(6).
       MOVE "G3-VFX-223-ANN-RENEW"
           TO VFX-125-EXP-PROG(7).
       MOVE "G3-VFX-11-BILL"     TO VFX-125-EXP-PROG(8).
       MOVE "G3-VFX-9-PUR-RPT"   TO VFX-125-EXP-PROG(9).
       MOVE "G3-VFX-15-CC-RECON" TO VFX-125-EXP-PROG(10).
       MOVE "G3-VFX-89-RENT-EXP" TO VFX-125-EXP-PROG(11).
       MOVE "G3-VFX-103-LIC-EXP" TO VFX-125-EXP-PROG(12).
       MOVE "G3-VFX-95-PTS-ACCR" TO VFX-125-EXP-PROG(13).
       MOVE "G3-VFX-131-PRICE-PROT"
           TO VFX-125-EXP-PROG(14).
       MOVE "G3-VFX-165-REFERRAL"
           TO VFX-125-EXP-PROG(15).
       MOVE "G3-VFX-189-DEV-LOAD"
           TO VFX-125-EXP-PROG(16).
       MOVE "G3-VFX-91-ENTITLE"  TO VFX-125-EXP-PROG(17).
       MOVE "G3-VFX-153-RSV-REVIEW"
           TO VFX-125-EXP-PROG(18).
       MOVE "G3-VFX-187-RECEIPT" TO VFX-125-EXP-PROG(19).
       MOVE "G3-VFX-123-CASH-PROOF"
           TO VFX-125-EXP-PROG(20).
       MOVE "G3-VFX-117-DAYJ-VER"
           TO VFX-125-EXP-PROG(21).
       MOVE "G3-VFX-199-CASE-AGE"
           TO VFX-125-EXP-PROG(22).
       MOVE "G3-VFX-227-WQ-AGE"  TO VFX-125-EXP-PROG(23).
       MOVE "G3-VFX-207-CORP-ISS"
           TO VFX-125-EXP-PROG(24).
       MOVE "G3-VFX-209-CORP-AR" TO VFX-125-EXP-PROG(25).
       MOVE "G3-VFX-211-CRM-CDC" TO VFX-125-EXP-PROG(26).
       MOVE "G3-VFX-215-ATO-SCAN"
           TO VFX-125-EXP-PROG(27).
       PERFORM VARYING VFX-125-I FROM 1 BY 1
               UNTIL VFX-125-I > VFX-125-EXP-COUNT
           MOVE 'N' TO VFX-125-EXP-SEEN(VFX-125-I)
