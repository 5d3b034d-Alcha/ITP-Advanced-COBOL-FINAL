       END-PERFORM.
      ******************************************************************
      *200-WRITE-LAPSE-LINE only lists members still being billed -
      *a canceled member's dead card fails nothing. A paused member
      *is billed again on resuming, and a trial member on
      *converting, so both are listed.
       200-WRITE-LAPSE-LINE.
       MOVE CC-SEC-MBR-ID TO VM-ID-KEY.
       READ VM-FILE KEY IS VM-ID-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VM-ACTIVE OR VM-SUSPENDED OR VM-PAUSED
                       OR VM-TRIAL
                   MOVE SPACES TO CCX-RPT-LINE
                   STRING VM-ID-KEY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
