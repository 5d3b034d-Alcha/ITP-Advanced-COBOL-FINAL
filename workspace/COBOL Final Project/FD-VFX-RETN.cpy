      *Skeleton COBOL Copybook - Records retention schedule record
      *One keep-period per history file and record type, kept by
      *the supervisor's retention screen and read by the annual
      *retention purge. A record type of "*" covers every type of
      *that file without a row of its own; a file or type with no
      *row at all is never purged.
       FD  VFX-RETN-FILE
           LABEL RECORD IS STANDARD.
       01  RETN-REC.
           05  RETN-KEY.
               10  RETN-FILE-ID        PIC X(8).
                   88  RETN-FILE-VALID VALUES "CONTHIST" "VIEWING"
                                              "MBRAUDIT" "MERAUDIT"
                                              "JOBLOG" "FRAUDHLD"
                                              "DQQUEUE" "RPTARCH".
      *RETN-REC-TYPE matches the contact source, the audit field
      *name, the data-quality field, RELEASED/REJECTED for a worked
      *fraud hold, or the report id (print file name less its
      *extension) for an archived report run.
               10  RETN-REC-TYPE       PIC X(15).
           05  RETN-KEEP-MONTHS        PIC 9(3).
           05  RETN-SET-DATE           PIC X(8).
           05  RETN-OPERATOR-ID        PIC X(8).
