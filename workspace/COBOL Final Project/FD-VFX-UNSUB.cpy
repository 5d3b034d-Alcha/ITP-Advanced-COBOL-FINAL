      *Skeleton COBOL Copybook - Mail house unsubscribe records
      *One detail per address that used the unsubscribe link on a
      *marketing mailing, with the date it was clicked, plus the
      *trailer count control record the other inbound feeds carry.
       FD  VFX-UNSUB-TXT
           LABEL RECORD IS STANDARD.
       01  UN-REC-TXT.
           05  UN-EMAIL-TXT            PIC X(30).
           05  UN-DATE-TXT             PIC X(8).
           05  UN-CAMPAIGN-TXT         PIC X(12).
       01  UN-TRAILER-TXT REDEFINES UN-REC-TXT.
           05  UN-TRAILER-TAG          PIC X(8).
           05  UN-TRAILER-COUNT        PIC 9(6).
           05  FILLER                  PIC X(36).
