               88  BH-DECLINED         VALUE "DECLINED".
               88  BH-ERROR            VALUE "ERROR".
           05  BH-POST-DATE            PIC X(8).
      *Card that paid (or was declined): P or space the member's
      *card, B the backup card held on VFX-CC-SEC-FILE.
           05  BH-PAY-METHOD           PIC X.
               88  BH-ON-PRIMARY       VALUES "P" " ".
               88  BH-ON-BACKUP        VALUE "B".
      *A when the charge bought a prepaid year, M or space a month.
      *BH-RFND-AMT is what was handed back of an annual charge when
      *the member canceled mid-term, and BH-RFND-DATE the day; zero
      *and spaces until then.
           05  BH-FREQ                 PIC X.
               88  BH-ANNUAL           VALUE "A".
           05  BH-RFND-AMT             PIC 9(3)V99.
           05  BH-RFND-DATE            PIC X(8).
