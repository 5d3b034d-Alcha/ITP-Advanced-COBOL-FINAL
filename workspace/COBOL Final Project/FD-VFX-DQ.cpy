               88  DQ-QUEUED           VALUE "Q".
               88  DQ-WORKED           VALUE "W".
           05  DQ-DATE                 PIC X(8).
      *Who worked the row and on what day, stamped by the work
      *screen; spaces while the row sits queued.
           05  DQ-WORK-DATE            PIC X(8).
           05  DQ-OPERATOR-ID          PIC X(8).
