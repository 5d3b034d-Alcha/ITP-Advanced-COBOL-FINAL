      *Skeleton COBOL Copybook - Streaming device registry record
      *One row per device the playback platform has seen a member
      *stream on, kept from the nightly device feed. A removed
      *device stays on file with the date and who removed it -
      *PLATFORM for a deactivation on the feed, otherwise the rep.
       FD  VFX-DEV-FILE
           LABEL RECORD IS STANDARD.
       01  DEV-REC.
           05  DEV-KEY.
               10  DEV-MBR-ID          PIC 9(8).
               10  DEV-ID              PIC X(16).
           05  DEV-TYPE                PIC X(10).
           05  DEV-NAME                PIC X(20).
           05  DEV-STATUS              PIC X.
               88  DEV-ACTIVE          VALUE "A".
               88  DEV-REMOVED         VALUE "R".
           05  DEV-ACT-DATE            PIC X(8).
           05  DEV-REMOVE-DATE         PIC X(8).
           05  DEV-REMOVE-BY           PIC X(8).
      *The row with a blank DEV-ID is the member's limit row, sorted
      *ahead of the devices. DEV-LIM-DATE is the day the block was
      *last put on or lifted; the count and limit are as of then.
       01  DEV-LIMIT-REC REDEFINES DEV-REC.
           05  FILLER                  PIC X(24).
           05  DEV-LIM-BLOCK           PIC X.
               88  DEV-LIM-BLOCKED     VALUE "Y".
           05  DEV-LIM-DATE            PIC X(8).
           05  DEV-LIM-COUNT           PIC 9(3).
           05  DEV-LIM-MAX             PIC 9(2).
           05  FILLER                  PIC X(41).
