      *Skeleton COBOL Copybook - Monthly recurring revenue history
           SELECT VFX-MRR-FILE
               ASSIGN TO "VFXMRRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRR-KEY
               FILE STATUS IS WS-MRR-STATUS.
           SELECT VFX-MRR-RPT-FILE
               ASSIGN TO "VFXMRRRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRR-RPT-STATUS.
           SELECT VFX-MRR-TRND-FILE
               ASSIGN TO "VFXMRRTRND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRR-TRND-STATUS.
