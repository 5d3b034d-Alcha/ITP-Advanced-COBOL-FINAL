      *Skeleton COBOL Copybook - Royalty payable record
      *One row per studio per royalty month, written by
      *G3-VFX-105-ROYALTY as COMPUTED. A supervisor approves it in
      *G3-VFX-149-ROY-PAY and the next payables run sends it on the
      *ACH file and marks it PAID. A statement rerun refreshes only
      *COMPUTED rows - approved money is never recomputed under
      *the approver.
       FD  VFX-ROYPAY-FILE
           LABEL RECORD IS STANDARD.
       01  ROYP-REC.
           05  ROYP-KEY.
               10  ROYP-CYCLE          PIC X(6).
               10  ROYP-STUDIO-ID      PIC X(8).
           05  ROYP-NET-SALES          PIC S9(9)V99.
           05  ROYP-PCT                PIC 9(2)V99.
           05  ROYP-AMOUNT             PIC 9(9)V99.
           05  ROYP-STATUS             PIC X.
               88  ROYP-COMPUTED       VALUE "C".
               88  ROYP-APPROVED       VALUE "A".
               88  ROYP-PAID           VALUE "P".
           05  ROYP-APPR-OPER          PIC X(8).
           05  ROYP-APPR-DATE          PIC X(8).
           05  ROYP-PAY-DATE           PIC X(8).
