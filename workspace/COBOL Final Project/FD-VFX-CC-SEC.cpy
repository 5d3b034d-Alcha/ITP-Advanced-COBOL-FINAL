      *Skeleton COBOL Copybook - Vuflix secured card number record
      *Holds the full card number off to the side of VM-FILE, which
      *only ever keeps a masked token. The number is stored
      *encrypted under the key version in CC-SEC-KEY-VER; version
      *zero is a number captured before encryption, still clear
      *until the next key rotation encrypts it.
       FD  VFX-CC-SEC-FILE
           LABEL RECORD IS STANDARD.
       01  CC-SEC-REC.
      *cycle" is one compare. Spaces on records captured before
      *the field existed - those bill as before, uncheckable.
           05  CC-SEC-EXP-YM           PIC X(6).
           05  CC-SEC-KEY-VER          PIC 9(3).
      *Backup card the billing extract falls back to when the
      *processor declines the card above. Held the same way - the
      *number encrypted under its own key version, the expiry as
      *YYYYMM - with the masked token that goes on the extract and
      *the screens. Spaces in CC-SEC-ALT-FULL: no backup on file.
           05  CC-SEC-ALT-FULL         PIC X(16).
           05  CC-SEC-ALT-EXP-YM       PIC X(6).
           05  CC-SEC-ALT-KEY-VER      PIC 9(3).
           05  CC-SEC-ALT-MASK         PIC X(16).
