      *Skeleton COBOL Copybook - Audit log chaining working storage
      *Shared by every program that writes, rewrites or verifies the
      *member and merchant audit logs. Each log's chain head - the
      *next sequence number and the check value of the last line
      *written - lives on CTL-NBR-FILE under the names below.
       01  WS-CTL-MAUD-SEQ-NAME        PIC X(10) VALUE "MAUDSEQ".
       01  WS-CTL-MAUD-CHK-NAME        PIC X(10) VALUE "MAUDCHK".
       01  WS-CTL-MERA-SEQ-NAME        PIC X(10) VALUE "MERAUDSEQ".
       01  WS-CTL-MERA-CHK-NAME        PIC X(10) VALUE "MERAUDCHK".
       01  VFX-AUD-SEQ-NAME            PIC X(10).
       01  VFX-AUD-CHK-NAME            PIC X(10).
       01  VFX-AUD-SEQ                 PIC 9(8).
       01  VFX-AUD-PREV                PIC 9(8).
       01  VFX-AUD-CHECK               PIC 9(8).
      *The line image the check value is computed over - the whole
      *audit line with its own check value zeroed.
       01  VFX-AUD-LINE                PIC X(150).
       01  VFX-AUD-SAVE-LINE           PIC X(150).
       01  VFX-AUD-IX                  PIC 9(3).
       01  VFX-AUD-WORK                PIC 9(11).
       01  VFX-AUD-QUOT                PIC 9(11).
      *A re-seal marker stands in the log where a sanctioned removal
      *(erasure, retention purge) took lines out. It names the
      *sequence range removed and carries the check value of the
      *last line removed, so the line after it still verifies.
       01  VFX-AUD-RESEAL-FIELD        PIC X(15) VALUE "*RESEAL".
       01  VFX-AUD-RESEAL-RANGE.
           05  FILLER                  PIC X(4) VALUE "SEQ ".
           05  VFX-AUD-RANGE-LO        PIC 9(8).
           05  FILLER                  PIC X VALUE "-".
           05  VFX-AUD-RANGE-HI        PIC 9(8).
       01  VFX-AUD-RESEAL-LINK.
           05  FILLER                  PIC X(4) VALUE "CHK ".
           05  VFX-AUD-LINK-CHK        PIC 9(8).
      *Removal-run bookkeeping for the rewriting programs: whether
      *sealed lines have been dropped since the last line kept, the
      *range dropped, and the chain value the output has reached.
       01  VFX-AUD-RUN-FLAG            PIC X VALUE 'N'.
           88  VFX-AUD-RUN-OPEN        VALUE 'Y'.
       01  VFX-AUD-OUT-PREV            PIC 9(8) VALUE ZERO.
      *Who the marker names as having made the removal.
       01  VFX-AUD-RESEAL-OPER         PIC X(8).
