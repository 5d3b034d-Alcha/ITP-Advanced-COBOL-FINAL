       CLOSE VFX-PROOF-FILE.
       CLOSE VFX-PROOF-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXPROOFRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       035-READ-BUS-DATE.
                   ELSE
                       ADD SETH-GROSS TO VFX-123-SET-GROSS
                       ADD SETH-FEE   TO VFX-123-SET-FEES
                       ADD SETH-RSV-HELD TO VFX-123-RSV-HELD
                       ADD SETH-RSV-REL  TO VFX-123-RSV-REL
                   END-IF
           END-READ
       END-PERFORM.
       MOVE VFX-123-SET-GROSS   TO PROOF-SETTLE-GROSS.
       MOVE VFX-123-SET-FEES    TO PROOF-SETTLE-FEES.
       MOVE VFX-123-DIFF        TO PROOF-DIFFERENCE.
       MOVE VFX-123-RSV-HELD    TO PROOF-RSV-HELD.
       MOVE VFX-123-RSV-REL     TO PROOF-RSV-REL.
       IF VFX-123-DIFF = ZERO
           SET PROOF-BALANCED TO TRUE
       ELSE
       PERFORM 510-PRINT-LINE-A.
       MOVE "FEES WITHHELD" TO PROOF-RPT-LINE(1:20).
       WRITE PROOF-RPT-LINE.
       MOVE VFX-123-RSV-HELD TO VFX-123-AMT-ED.
       PERFORM 510-PRINT-LINE-A.
       MOVE "RESERVE HELD" TO PROOF-RPT-LINE(1:20).
       WRITE PROOF-RPT-LINE.
       MOVE VFX-123-RSV-REL TO VFX-123-AMT-ED.
       PERFORM 510-PRINT-LINE-A.
       MOVE "RESERVE RELEASED" TO PROOF-RPT-LINE(1:20).
       WRITE PROOF-RPT-LINE.
       MOVE VFX-123-DIFF TO VFX-123-AMT-ED.
       PERFORM 510-PRINT-LINE-A.
       MOVE "SALES VS SETTLED" TO PROOF-RPT-LINE(1:20).
