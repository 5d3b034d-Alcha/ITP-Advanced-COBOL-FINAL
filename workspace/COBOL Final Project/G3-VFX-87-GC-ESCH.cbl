           FUNCTION INTEGER-OF-DATE(VFX-87-TODAY-NUM).
      *Dormancy default is five years - most states' statutory period
      *for gift instruments - with an override for states whose
      *filings run shorter. The statutes count calendar days, so the
      *age is plain date arithmetic - weekends and bank holidays are
      *days of dormancy like any other.
       MOVE 1825 TO VFX-87-DORMANT-DAYS.
       DISPLAY "DORMANCY PERIOD IN DAYS (BLANK = 1825): ".
       ACCEPT VFX-87-DAYS-IN.
       CLOSE ZIP-MST-OUT.
       CLOSE VFX-GCE-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXGCERPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *035-READ-BUS-DATE ages cards as of the BUSDATE control
