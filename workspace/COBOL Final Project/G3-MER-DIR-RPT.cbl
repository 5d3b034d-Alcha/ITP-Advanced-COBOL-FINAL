           03  WS-SORT-CHOICE              PIC X.
           03  WS-EOF-FLAG                 PIC X VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
      *Hand-off to the dated report archive, shared with the VFX
      *programs through WS-COMMON.
       01  VFX-ARCH-PROG                   PIC X(20) EXTERNAL.
       01  VFX-ARCH-FILE-NAME              PIC X(20) EXTERNAL.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
           WRITE JOB-LOG-REC.
           CLOSE MER-DIR-RPT-FILE.
           CLOSE JOB-LOG-FILE.
           MOVE "G3-MER-DIR-RPT" TO VFX-ARCH-PROG.
           MOVE "MERDIRRPT.TXT"  TO VFX-ARCH-FILE-NAME.
           CALL "G3-VFX-229-RPT-ARCH".
           CANCEL "G3-VFX-229-RPT-ARCH".
           DISPLAY "REPORT COMPLETE".
           EXIT PROGRAM.
      ******************************************************************
