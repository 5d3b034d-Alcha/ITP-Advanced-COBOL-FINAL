      *Skeleton COBOL Copybook - Work-queue aging file control
      *The carry file remembers when each line on the rebuilt text
      *exception files was first listed; the report and the
      *supervisor escalation list are rewritten every night.
           SELECT VFX-WQC-FILE
               ASSIGN TO "VFXWQCARRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WQC-KEY
               FILE STATUS IS WS-WQC-STATUS.
           SELECT VFX-WQ-RPT-FILE
               ASSIGN TO "VFXWQAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WQ-RPT-STATUS.
           SELECT VFX-WQ-ESC-FILE
               ASSIGN TO "VFXWQESC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WQ-ESC-STATUS.
