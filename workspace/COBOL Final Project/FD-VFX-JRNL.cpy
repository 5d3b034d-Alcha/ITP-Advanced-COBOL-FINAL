      *Skeleton COBOL Copybook - After-image journal record
      *One line per WRITE/REWRITE/DELETE an online program lands on
      *one of the six indexed masters: which file, what happened,
      *the full record image afterward, the program that did it and,
      *for a REWRITE or DELETE, the record image before. Lines
      *written before the program and before-image were carried
      *have both blank. The nightly backup only gets a restore to
      *last midnight; replaying this journal on top of it
      *(G3-VFX-113-FWD-RECOV) gets the rest of the day back, and
      *G3-VFX-213-BACKOUT uses the before-images to reverse one
      *bad run without a restore. The journal is cut over (archived
      *and started fresh) right after each good unload, so it only
      *ever holds changes newer than the backup.
       FD  VFX-JRNL-FILE
           LABEL RECORD IS STANDARD.
       01  JRNL-REC.
               88  JRNL-WRITE          VALUE "W".
               88  JRNL-REWRITE        VALUE "R".
               88  JRNL-DELETE         VALUE "D".
           05  JRNL-DATA               PIC X(250).
           05  JRNL-PROGRAM            PIC X(20).
           05  JRNL-BEFORE             PIC X(250).
