      *Skeleton COBOL Copybook - Member service case record
      *One row per inbound call or letter the member opened a case
      *for - the contact history's other half. Cases are numbered
      *per member and opened and worked from the member inquiry
      *detail; the nightly aging report watches the open ones
      *against their category's service-level target.
       FD  VFX-CASE-FILE
           LABEL RECORD IS STANDARD.
       01  CASE-REC.
           05  CASE-KEY.
               10  CASE-MBR-ID         PIC 9(8).
               10  CASE-NBR            PIC 9(3).
           05  CASE-CATEGORY           PIC X.
               88  CASE-BILLING        VALUE "B".
               88  CASE-PLAYBACK       VALUE "P".
               88  CASE-REFUND-REQ     VALUE "R".
               88  CASE-PRIVACY-REQ    VALUE "V".
               88  CASE-COMPLAINT      VALUE "C".
           05  CASE-OPEN-DATE          PIC X(8).
           05  CASE-OPEN-OPER          PIC X(8).
           05  CASE-OWNER              PIC X(8).
      *Pending means waiting on the member, not on us - it still
      *ages against the target.
           05  CASE-STATUS             PIC X.
               88  CASE-OPEN           VALUE "O".
               88  CASE-PENDING        VALUE "P".
               88  CASE-CLOSED         VALUE "C".
               88  CASE-STILL-OPEN     VALUES "O" "P".
           05  CASE-SUBJECT            PIC X(40).
      *The five latest working notes, newest first.
           05  CASE-NOTES              OCCURS 5 TIMES.
               10  CASE-NOTE-DATE      PIC X(8).
               10  CASE-NOTE-OPER      PIC X(8).
               10  CASE-NOTE-TEXT      PIC X(50).
           05  CASE-LAST-DATE          PIC X(8).
           05  CASE-LAST-OPER          PIC X(8).
           05  CASE-RES-CODE           PIC X(2).
               88  CASE-RES-VALID      VALUES "FX" "RF" "CR" "EX"
                                              "NA" "RD".
           05  CASE-CLOSE-DATE         PIC X(8).
