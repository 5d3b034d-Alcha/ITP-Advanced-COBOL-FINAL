      *Skeleton COBOL Copybook - Vuflix declined-card retry log record
      *One row per re-presentment of a declined billing cycle, keyed
      *by member, cycle and attempt number, so "did we try this card
      *again and what came back" has an answer on file. An attempt
      *is written SENT the night it goes out on the retry extract and
      *is closed with the processor's answer when that comes back.
       FD  VFX-RETRY-FILE
           LABEL RECORD IS STANDARD.
       01  RTY-REC.
           05  RTY-KEY.
               10  RTY-MBR-ID          PIC 9(8).
               10  RTY-CYCLE           PIC X(6).
               10  RTY-ATTEMPT         PIC 9.
           05  RTY-AMOUNT              PIC X(6).
           05  RTY-SENT-DATE           PIC X(8).
           05  RTY-STATUS              PIC X(8).
               88  RTY-SENT            VALUE "SENT".
               88  RTY-PAID            VALUE "PAID".
               88  RTY-DECLINED        VALUE "DECLINED".
               88  RTY-ERROR           VALUE "ERROR".
           05  RTY-RESULT-DATE         PIC X(8).
      *Card the attempt went on - P the member's card, B the backup.
           05  RTY-PAY-METHOD          PIC X.
               88  RTY-ON-BACKUP       VALUE "B".
