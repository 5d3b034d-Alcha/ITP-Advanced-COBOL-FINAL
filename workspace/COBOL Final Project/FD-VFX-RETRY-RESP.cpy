      *Skeleton COBOL Copybook - Processor response to retry extract
      *Same layout as the monthly RESP-REC: one line per
      *re-presentment the processor ran, member id and amount as
      *sent on RTX-REC, and the disposition code.
       FD  VFX-RETRY-RESP-FILE
           LABEL RECORD IS STANDARD.
       01  RRSP-REC.
           05  RRSP-MBR-ID             PIC 9(8).
           05  FILLER                  PIC X(2).
           05  RRSP-AMOUNT             PIC X(6).
           05  FILLER                  PIC X(2).
           05  RRSP-CODE               PIC X.
               88  RRSP-PAID           VALUE "P".
               88  RRSP-DECLINED       VALUE "D".
