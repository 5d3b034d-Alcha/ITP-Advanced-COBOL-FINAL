      *Skeleton COBOL Copybook - Dated report archive records
      *One index row per report run, keyed by program, business date
      *and that day's run sequence for the program, with the run's
      *size, who asked for it, and - once the retention purge has
      *removed its lines - the day it went. The purged row stays
      *behind as the record that the run existed.
       FD  VFX-RIDX-FILE
           LABEL RECORD IS STANDARD.
       01  RIDX-REC.
           05  RIDX-KEY.
               10  RIDX-PROG           PIC X(20).
               10  RIDX-BUS-DATE       PIC X(8).
               10  RIDX-SEQ            PIC 9(3).
      *RIDX-RPT-ID is the print file's name without its extension;
      *it is the record type the retention schedule keys on under
      *file RPTARCH.
           05  RIDX-RPT-ID             PIC X(15).
           05  RIDX-FILE-NAME          PIC X(20).
           05  RIDX-LINES              PIC 9(7).
           05  RIDX-PAGES              PIC 9(5).
           05  RIDX-OPERATOR-ID        PIC X(8).
           05  RIDX-RUN-TSTAMP         PIC X(14).
           05  RIDX-STATUS             PIC X.
               88  RIDX-ON-FILE        VALUE "A".
               88  RIDX-PURGED         VALUE "P".
           05  RIDX-PURGE-DATE         PIC X(8).
           05  RIDX-REPRINTS           PIC 9(3).
           05  RIDX-REPRINT-DATE       PIC X(8).
           05  RIDX-REPRINT-OPER       PIC X(8).

      *The report's lines exactly as printed, one row per line under
      *the run's index key.
       FD  VFX-RARC-FILE
           LABEL RECORD IS STANDARD.
       01  RARC-REC.
           05  RARC-KEY.
               10  RARC-RUN-KEY.
                   15  RARC-PROG       PIC X(20).
                   15  RARC-BUS-DATE   PIC X(8).
                   15  RARC-SEQ        PIC 9(3).
               10  RARC-LINE-NBR       PIC 9(7).
           05  RARC-TEXT               PIC X(140).

       FD  VFX-RSRC-TXT
           LABEL RECORD IS STANDARD.
       01  RSRC-LINE                   PIC X(140).

       FD  VFX-RPRT-FILE
           LABEL RECORD IS STANDARD.
       01  RPRT-LINE                   PIC X(140).
