       CLOSE MER-FILE.
       CLOSE VFX-MANN-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXMERANN.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       100-ROLL-UP-YEAR.
