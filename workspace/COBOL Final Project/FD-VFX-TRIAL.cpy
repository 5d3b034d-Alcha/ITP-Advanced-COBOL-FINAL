      *Skeleton COBOL Copybook - Free trial history record
      *One row per member ever started on a free trial, written at
      *signup and never deleted, so a member gets one trial only
      *and finance can count every trial by offer. The nightly
      *trial batch G3-VFX-219-TRIAL-RUN closes the row out -
      *converted to paid the day after the trial ends, or canceled
      *if the membership was canceled before then.
       FD  VFX-TRIAL-FILE
           LABEL RECORD IS STANDARD.
       01  TRIAL-REC.
           05  TRIAL-MBR-ID            PIC 9(8).
           05  TRIAL-OFFER-CODE        PIC X(10).
           05  TRIAL-START-DATE        PIC X(8).
           05  TRIAL-END-DATE          PIC X(8).
           05  TRIAL-STATUS            PIC X.
               88  TRIAL-IN-TRIAL      VALUE "T".
               88  TRIAL-CONVERTED     VALUE "C".
               88  TRIAL-CANCELED      VALUE "X".
      *The day the trial converted or was canceled.
           05  TRIAL-OUTCOME-DATE      PIC X(8).
      *TRIAL-NOTICE marks the trial-ending reminder as sent.
           05  TRIAL-NOTICE            PIC X.
               88  TRIAL-NOTICED       VALUE "Y".
      *The offer's purchase limit as it stood at signup.
           05  TRIAL-PUR-LIMIT         PIC 9(3)V99.
           05  TRIAL-OPERATOR-ID       PIC X(8).
