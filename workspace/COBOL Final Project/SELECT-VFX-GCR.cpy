      *Skeleton COBOL Copybook - Goodwill credit review queue
      *VFX-GCR-FILE holds what the monthly review flagged and what a
      *supervisor decided; VFX-GCR-RPT-FILE is the printed list.
           SELECT VFX-GCR-FILE
               ASSIGN TO "VFXGCREVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GCR-KEY
               FILE STATUS IS WS-GCR-STATUS.
           SELECT VFX-GCR-RPT-FILE
               ASSIGN TO "VFXGCREVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCR-RPT-STATUS.
