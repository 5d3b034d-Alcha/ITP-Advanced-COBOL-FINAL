      *Skeleton COBOL Copybook - Month-end subledger tie-out records
      *One row per cycle per tie-out line, written by G3-VFX-225-GL-
      *TIE: what the subledger says the month came to, what the GL
      *posting files booked to the matching account, and the
      *difference. G3-VFX-99-PER-CLOSE will not close a cycle while
      *any of its rows carries a variance nobody has explained; the
      *supervisor's explanation is kept on the row. A rerun that
      *lands on a different variance clears the old explanation -
      *it explained another number.
       FD  VFX-TIE-FILE
           LABEL RECORD IS STANDARD.
       01  TIE-REC.
           05  TIE-KEY.
               10  TIE-CYCLE           PIC X(6).
               10  TIE-LINE            PIC X(4).
           05  TIE-LABEL               PIC X(26).
           05  TIE-SUB-AMT             PIC S9(9)V99.
           05  TIE-GL-AMT              PIC S9(9)V99.
           05  TIE-VARIANCE            PIC S9(9)V99.
      *Closing subledger balance on the liability lines, whose
      *month is the movement from the prior cycle's closing; zero on
      *the activity lines.
           05  TIE-SUB-BAL             PIC S9(9)V99.
           05  TIE-RUN-DATE            PIC X(8).
           05  TIE-STATUS              PIC X.
               88  TIE-AGREES          VALUE "A".
               88  TIE-UNEXPLAINED     VALUE "V".
               88  TIE-EXPLAINED       VALUE "E".
           05  TIE-EXPL-TEXT           PIC X(40).
           05  TIE-EXPL-OPER           PIC X(8).
           05  TIE-EXPL-DATE           PIC X(8).

       FD  VFX-TIE-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  TIE-RPT-LINE                PIC X(100).
