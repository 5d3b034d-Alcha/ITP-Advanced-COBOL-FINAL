      *Skeleton COBOL Copybook - Journal backout report
      *Every journal line a backout reversed, or the reason it
      *refused to reverse any of them.
       FD  VFX-BKO-FILE
           LABEL RECORD IS STANDARD.
       01  BKO-LINE                    PIC X(132).
