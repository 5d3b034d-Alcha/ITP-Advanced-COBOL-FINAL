       WRITE JOB-LOG-REC.
       CLOSE VFX-BS-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXBSRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *050-COMPUTE-CUTOFF turns the operator's window-in-days into a
