      *AUTHOR:   Jarrod Lee
      *DATE:     8/22/2026
      *ABSTRACT: End-of-cycle job answering "are we growing": counts
      *          VM-FILE by status (paused members apart from the
      *          active and suspended ones) plus today's enrollments
      *          and reactivations and the day's purchase count, writes
      *          one dated snapshot to the census history, and prints
      *          the last 90 days of snapshots with net-growth
      *          figures over 30 and 90 days.
       CLOSE VFX-CENSUS-FILE.
       CLOSE VFX-CEN-RPT-FILE.
       CLOSE JOB-LOG-FILE.
      *The printed report goes to the dated report archive.
       MOVE VFX-M-PROG TO VFX-ARCH-PROG.
       MOVE "VFXCENSRPT.TXT" TO VFX-ARCH-FILE-NAME.
       CALL "G3-VFX-229-RPT-ARCH".
       CANCEL "G3-VFX-229-RPT-ARCH".
       GOBACK.
      ******************************************************************
       100-COUNT-MEMBERS.
       MOVE ZERO TO VFX-81-ACTIVE VFX-81-SUSPENDED VFX-81-CANCELED.
       MOVE ZERO TO VFX-81-PAUSED.
       MOVE ZERO TO VFX-81-NEW-TODAY VFX-81-REACT-TODAY.
       MOVE 'N' TO VFX-81-EOF-FLAG.
       MOVE LOW-VALUES TO VM-ID-KEY.
                           ADD 1 TO VFX-81-ACTIVE
                       WHEN VM-SUSPENDED
                           ADD 1 TO VFX-81-SUSPENDED
                       WHEN VM-PAUSED
                           ADD 1 TO VFX-81-PAUSED
                       WHEN VM-CANCELED
                           ADD 1 TO VFX-81-CANCELED
                       WHEN OTHER
       MOVE VFX-81-NEW-TODAY   TO CEN-NEW-TODAY.
       MOVE VFX-81-REACT-TODAY TO CEN-REACT-TODAY.
       MOVE VFX-81-PURCHASES   TO CEN-PURCHASES.
       MOVE VFX-81-PAUSED      TO CEN-PAUSED.
       WRITE CEN-REC
           INVALID KEY
               REWRITE CEN-REC
                       CEN-ACTIVE DELIMITED BY SIZE
                       "  SUSP " DELIMITED BY SIZE
                       CEN-SUSPENDED DELIMITED BY SIZE
                       "  PAUSED " DELIMITED BY SIZE
                       CEN-PAUSED DELIMITED BY SIZE
                       "  CANC " DELIMITED BY SIZE
                       CEN-CANCELED DELIMITED BY SIZE
                       "  NEW " DELIMITED BY SIZE
