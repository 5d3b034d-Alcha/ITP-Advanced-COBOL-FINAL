      *Skeleton COBOL Copybook - Cancellation reason table control
           SELECT VFX-CXR-FILE
               ASSIGN TO "VFXCXRSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-CODE
               FILE STATUS IS WS-CXR-STATUS.
