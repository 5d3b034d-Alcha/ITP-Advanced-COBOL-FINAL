           05  CEN-NEW-TODAY           PIC 9(6).
           05  CEN-REACT-TODAY         PIC 9(6).
           05  CEN-PURCHASES           PIC 9(6).
      *CEN-PAUSED counts members on a pause; they are in none of
      *the other status counts.
           05  CEN-PAUSED              PIC 9(6).

       FD  VFX-CEN-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  CEN-RPT-LINE                PIC X(110).
