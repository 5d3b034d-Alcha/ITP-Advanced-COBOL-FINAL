      *Skeleton COBOL Copybook - Posting run-control register record
      *One row per posting program per business date (a monthly run
      *keys on its YYYYMM cycle). The row is marked running when a
      *run starts, carries the last key the run committed and its
      *counts so far, and is marked complete at the end. A complete
      *row refuses the date until a supervisor forces a rerun in
      *G3-VFX-169-RUN-FORCE; a row left running is resumed after its
      *last committed key. The first completed run's counts are
      *kept so any later rerun can be proven against them.
       FD  VFX-RUNC-FILE
           LABEL RECORD IS STANDARD.
       01  RUNC-REC.
           05  RUNC-KEY.
               10  RUNC-PROGRAM        PIC X(20).
               10  RUNC-RUN-DATE       PIC X(8).
           05  RUNC-STATUS             PIC X.
               88  RUNC-RUNNING        VALUE "R".
               88  RUNC-COMPLETE       VALUE "C".
               88  RUNC-FORCED         VALUE "F".
           05  RUNC-ATTEMPTS           PIC 9(3).
           05  RUNC-COMPLETIONS        PIC 9(3).
           05  RUNC-START-TSTAMP       PIC X(21).
           05  RUNC-END-TSTAMP         PIC X(21).
           05  RUNC-LAST-KEY           PIC X(30).
           05  RUNC-READ-COUNT         PIC 9(8).
           05  RUNC-POST-COUNT         PIC 9(8).
           05  RUNC-POST-AMT           PIC S9(11)V99.
           05  RUNC-ORIG-READ-COUNT    PIC 9(8).
           05  RUNC-ORIG-POST-COUNT    PIC 9(8).
           05  RUNC-ORIG-POST-AMT      PIC S9(11)V99.
           05  RUNC-PROOF              PIC X.
               88  RUNC-PROOF-MATCH    VALUE "M".
               88  RUNC-PROOF-DIFF     VALUE "D".
           05  RUNC-FORCE-OPER         PIC X(8).
           05  RUNC-FORCE-DATE         PIC X(8).
           05  RUNC-FORCE-NOTE         PIC X(30).
