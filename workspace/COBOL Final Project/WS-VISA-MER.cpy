       01  WS-STAT-TXT                 PIC XX.
       01  WS-JOB-LOG-STATUS           PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-JRNL-BEFORE              PIC X(250) VALUE SPACES.
       01  VISA-M-PROG                 PIC X(20).
       01  VISA-MER-RESP               PIC X.
       01  VISA-MER-CHECK              PIC X.
       01  WS-ROUTE-SUM                PIC 9(4).
       01  WS-ROUTE-IDX                PIC 9.
       01  WS-AUDIT-STATUS             PIC XX.
      *-----------------------------------------------------------------
      *Sanctions screening working storage, shared with G3-VFX-1-ADD
       COPY WS-SANC.
      *-----------------------------------------------------------------
      *Audit log chaining working storage, shared with the member
      *audit writers. The chain head sits on CTL-NBR-FILE.
       01  WS-CTL-STATUS               PIC XX.
       COPY WS-AUDCHN.
