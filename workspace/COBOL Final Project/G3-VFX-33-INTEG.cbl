       CLOSE ZIP-MST-OUT.
       CLOSE VFX-INTEG-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXINTEG.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
      *900-WRITE-ANOMALY is the one place an exception line is
                   PERFORM 900-WRITE-ANOMALY
           END-READ
       END-IF.
       IF VM-ACTIVE OR VM-TRIAL
           MOVE VM-ID-KEY TO CC-SEC-MBR-ID
           READ VFX-CC-SEC-FILE
               INVALID KEY
