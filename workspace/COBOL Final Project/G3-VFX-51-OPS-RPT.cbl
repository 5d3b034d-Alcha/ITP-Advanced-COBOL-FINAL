       PERFORM 400-PRINT-TREND.
       CLOSE JOB-LOG-FILE.
       CLOSE VFX-OPS-RPT-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXOPSRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *100-SCAN-LOG pairs each END with the most recent unmatched
