      *journal, which holds nothing older.
       FD  VFX-JRNLA-TXT
           LABEL RECORD IS STANDARD.
       01  JRNLA-LINE                  PIC X(554).
