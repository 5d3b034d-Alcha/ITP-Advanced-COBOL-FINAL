      *Skeleton COBOL Copybook - Work-queue aging carry records
      *One row per line standing on a text exception file (ACH
      *rejects, account-updater lines not applied, billing response
      *exceptions). Those files are rewritten by every run of the
      *program that produces them and carry no date of their own,
      *so the row keeps the day the line first turned up. A row
      *whose line has gone from the file is dropped.
       FD  VFX-WQC-FILE
           LABEL RECORD IS STANDARD.
       01  WQC-REC.
           05  WQC-KEY.
               10  WQC-QUEUE           PIC X.
               10  WQC-ITEM            PIC X(93).
           05  WQC-FIRST-DATE          PIC X(8).
           05  WQC-SEEN-DATE           PIC X(8).

       FD  VFX-WQ-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  WQ-RPT-LINE                 PIC X(100).

       FD  VFX-WQ-ESC-FILE
           LABEL RECORD IS STANDARD.
       01  WQ-ESC-LINE                 PIC X(100).
