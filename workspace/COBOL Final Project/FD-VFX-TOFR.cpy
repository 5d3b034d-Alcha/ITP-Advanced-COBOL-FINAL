      *Skeleton COBOL Copybook - Free trial offer table record
      *One row per trial offer code marketing runs, kept by
      *G3-VFX-217-TOFR-MNT. The row sets how many free days the
      *offer gives and the most a member may buy while on it. A
      *retired offer stays on file for the trial history and the
      *monthly trial report but can no longer be signed up under.
       FD  VFX-TOFR-FILE
           LABEL RECORD IS STANDARD.
       01  TOFR-REC.
           05  TOFR-CODE               PIC X(10).
           05  TOFR-DESC               PIC X(30).
           05  TOFR-DAYS               PIC 9(3).
           05  TOFR-PUR-LIMIT          PIC 9(3)V99.
           05  TOFR-STATUS             PIC X.
               88  TOFR-IN-USE         VALUE "A".
               88  TOFR-RETIRED        VALUE "R".
           05  TOFR-UPD-DATE           PIC X(8).
           05  TOFR-OPERATOR-ID        PIC X(8).
