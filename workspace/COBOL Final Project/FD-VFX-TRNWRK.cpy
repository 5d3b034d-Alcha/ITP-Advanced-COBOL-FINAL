      *Skeleton COBOL Copybook - Training generator scratch record
       FD  VFX-TRNWRK-TXT
           LABEL RECORD IS STANDARD.
       01  TRNWRK-REC                  PIC X(250).
