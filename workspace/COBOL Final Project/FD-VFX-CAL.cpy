      *Skeleton COBOL Copybook - Bank holiday calendar record
      *One row per day the bank does not process: each bank holiday
      *(keyed as the day the bank observes it, so a Sunday holiday
      *is keyed on the Monday) and each Saturday and Sunday, loaded
      *a year at a time. A date with no row is a banking day. A
      *year nobody loaded still treats Saturday and Sunday as
      *closed, so a missing year fails toward a later date rather
      *than a file the bank bounces.
       FD  VFX-CAL-FILE
           LABEL RECORD IS STANDARD.
       01  CAL-REC.
           05  CAL-DATE                PIC X(8).
           05  CAL-TYPE                PIC X.
               88  CAL-HOLIDAY         VALUE "H".
               88  CAL-WEEKEND         VALUE "W".
           05  CAL-DESC                PIC X(30).
           05  CAL-UPD-DATE            PIC X(8).
           05  CAL-OPERATOR-ID         PIC X(8).
