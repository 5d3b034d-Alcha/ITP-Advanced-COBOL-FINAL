      *Skeleton COBOL Copybook - Card number encryption key record
      *One row per key version. The version new card numbers are
      *encrypted under is the WS-CTL-CCKEY-NAME row on CTL-NBR-FILE;
      *older versions stay on file so a record not yet rotated can
      *still be read, and are marked retired once no record uses
      *them.
       FD  VFX-CCKEY-FILE
           LABEL RECORD IS STANDARD.
       01  CCKEY-REC.
           05  CCKEY-VER               PIC 9(3).
           05  CCKEY-ROUND-KEY         PIC 9(8) OCCURS 4 TIMES.
           05  CCKEY-STATUS            PIC X.
               88  CCKEY-CURRENT       VALUE "C".
               88  CCKEY-PREVIOUS      VALUE "P".
               88  CCKEY-RETIRED       VALUE "R".
           05  CCKEY-CREATED           PIC X(8).
           05  CCKEY-RETIRED-DATE      PIC X(8).
