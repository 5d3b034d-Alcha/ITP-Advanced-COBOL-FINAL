      *Skeleton COBOL Copybook - Sanctions screening records
      *SANC-REC is one listed party. The two alternate keys hold
      *the name and the address squeezed down to letters and
      *digits only, so spacing and punctuation differences between
      *the list and our own masters don't hide a match.
       FD  VFX-SANC-FILE
           LABEL RECORD IS STANDARD.
       01  SANC-REC.
           05  SANC-ENTRY-ID           PIC X(10).
           05  SANC-NAME               PIC X(40).
           05  SANC-ADDRESS            PIC X(25).
           05  SANC-ZIP                PIC X(5).
           05  SANC-PROGRAM            PIC X(8).
           05  SANC-NAME-KEY           PIC X(30).
           05  SANC-ADDR-KEY           PIC X(25).
           05  SANC-LIST-DATE          PIC X(8).

      *SANQ-REC is one possible match waiting on, or carrying, a
      *supervisor's decision. Subject types: M member, V merchant,
      *A Capital One applicant. A cleared pair is not queued again
      *on later rescreens; a confirmed pair keeps its subject held.
       FD  VFX-SANQ-FILE
           LABEL RECORD IS STANDARD.
       01  SANQ-REC.
           05  SANQ-KEY.
               10  SANQ-SUBJ-TYPE      PIC X.
                   88  SANQ-MEMBER     VALUE "M".
                   88  SANQ-MERCHANT   VALUE "V".
                   88  SANQ-APPLICANT  VALUE "A".
               10  SANQ-SUBJ-ID        PIC X(8).
               10  SANQ-ENTRY-ID       PIC X(10).
           05  SANQ-SUBJ-NAME          PIC X(30).
           05  SANQ-MATCH              PIC X.
               88  SANQ-NAME-MATCH     VALUE "N".
               88  SANQ-ADDR-MATCH     VALUE "A".
               88  SANQ-BOTH-MATCH     VALUE "B".
           05  SANQ-STATUS             PIC X.
               88  SANQ-OPEN           VALUE "O".
               88  SANQ-CLEARED        VALUE "C".
               88  SANQ-CONFIRMED      VALUE "F".
           05  SANQ-QUEUE-DATE         PIC X(8).
           05  SANQ-SOURCE             PIC X(20).
           05  SANQ-LIST-DATE          PIC X(8).
           05  SANQ-DEC-OPER           PIC X(8).
           05  SANQ-DEC-DATE           PIC X(8).
           05  SANQ-DEC-NOTE           PIC X(30).

      *SANL-REC is the screening evidence trail: one SCREEN line
      *every time a party is checked (CLEAR, HIT or NO LIST), one
      *QUEUED line per possible match, and one line per supervisor
      *decision. Nothing ever rewrites it.
       FD  VFX-SANL-TXT
           LABEL RECORD IS STANDARD.
       01  SANL-REC.
           05  SANL-TSTAMP             PIC X(21).
           05  SANL-EVENT              PIC X(8).
           05  SANL-RESULT             PIC X(9).
           05  SANL-SUBJ-TYPE          PIC X.
           05  SANL-SUBJ-ID            PIC X(8).
           05  SANL-ENTRY-ID           PIC X(10).
           05  SANL-LIST-DATE          PIC X(8).
           05  SANL-PROGRAM            PIC X(20).
           05  SANL-OPERATOR           PIC X(8).
           05  SANL-NOTE               PIC X(30).
