       01  WS-CTL-CAP1-NAME            PIC X(10) VALUE "CAP1ACCT".
       01  WS-JOB-LOG-STATUS           PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-JRNL-BEFORE              PIC X(250) VALUE SPACES.
       01  WS-JOB-LOG-COUNT            PIC 9(6) VALUE ZERO.
       01  CAP1-M-PROG                 PIC X(20).
       01  CAP1-M-SEL                  PIC X.
