      *Skeleton COBOL Copybook - Sanctions screening working storage
      *Shared by every program that screens a party against the
      *watch list - the member signup, merchant maintenance, the
      *merchant build and the nightly rescreen - so the squeeze
      *rules and the queue/log fields are only defined once.
       01  WS-SANC-STATUS              PIC XX.
       01  WS-SANQ-STATUS              PIC XX.
       01  WS-SANL-STATUS              PIC XX.
       01  VFX-SAN-LIST-FLAG           PIC X VALUE 'N'.
           88  VFX-SAN-LIST-OK         VALUE 'Y'.
       01  VFX-SAN-LIST-DATE           PIC X(8).
       01  VFX-SAN-PROGRAM             PIC X(20).
       01  VFX-SAN-OPERATOR            PIC X(8).
       01  VFX-SAN-TODAY               PIC X(8).
      *The party being screened. NAME-1 is the name as we hold it;
      *NAME-2 is the same person surname-first, since lists are
      *not consistent about the order. A merchant has no NAME-2.
       01  VFX-SAN-SUBJ-TYPE           PIC X.
       01  VFX-SAN-SUBJ-ID             PIC X(8).
       01  VFX-SAN-NAME-1              PIC X(40).
       01  VFX-SAN-NAME-2              PIC X(40).
       01  VFX-SAN-ADDRESS             PIC X(25).
       01  VFX-SAN-ZIP                 PIC X(5).
       01  VFX-SAN-NAME-KEY-1          PIC X(30).
       01  VFX-SAN-NAME-KEY-2          PIC X(30).
       01  VFX-SAN-ADDR-KEY            PIC X(25).
      *Squeeze work: RAW in, KEY out with everything but A-Z and
      *0-9 dropped.
       01  VFX-SAN-RAW                 PIC X(40).
       01  VFX-SAN-KEY                 PIC X(30).
       01  VFX-SAN-CHAR                PIC X.
       01  VFX-SAN-I                   PIC 9(2).
       01  VFX-SAN-J                   PIC 9(2).
       01  VFX-SAN-LOWER               PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  VFX-SAN-UPPER               PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  VFX-SAN-EOF-FLAG            PIC X.
           88  VFX-SAN-EOF             VALUE 'Y'.
       01  VFX-SAN-MATCH               PIC X.
       01  VFX-SAN-HIT-COUNT           PIC 9(3).
       01  VFX-SAN-NEW-COUNT           PIC 9(3).
       01  VFX-SAN-HIT-FLAG            PIC X.
           88  VFX-SAN-HIT             VALUE 'Y'.
      *Set by a program that only looks up the review queue, not
      *screens: QUEUE-OK when the queue file opened, STILL-HELD
      *when the party has an open or confirmed match on it.
       01  VFX-SAN-QUEUE-FLAG          PIC X VALUE 'N'.
           88  VFX-SAN-QUEUE-OK        VALUE 'Y'.
       01  VFX-SAN-HELD-FLAG           PIC X.
           88  VFX-SAN-STILL-HELD      VALUE 'Y'.
