      *Skeleton COBOL Copybook - Merchant monthly statement print
           SELECT VFX-MSTMT-RPT-FILE
               ASSIGN TO "VFXMERSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTMT-RPT-STATUS.
           SELECT VFX-MSX-FILE
               ASSIGN TO "VFXMERSTMTX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSX-STATUS.
