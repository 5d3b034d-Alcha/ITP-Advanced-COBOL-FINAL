       CLOSE VML-MST-FILE.
       CLOSE VFX-LIC-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXLICEXP.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       035-READ-BUS-DATE.
       IF VML-MST-AVAIL-TO < WS-BUS-DATE
           MOVE 'R' TO VML-MST-STATUS-FLAG
           MOVE "LICEXP" TO VML-MST-OPERATOR-ID
           MOVE WS-BUS-DATE TO VML-MST-MAINT-DATE
           REWRITE VML-MST-REC
           ADD 1 TO VFX-103-RETIRED-COUNT
           MOVE SPACES TO LIC-RPT-LINE
