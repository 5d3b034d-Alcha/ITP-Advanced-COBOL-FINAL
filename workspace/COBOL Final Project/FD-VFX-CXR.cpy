      *Skeleton COBOL Copybook - Cancellation reason table record
      *One row per reason a member gives for canceling, kept by
      *G3-VFX-181-CXR-MNT. The row names the save offer the cancel
      *screen makes for that reason; the member's plan decides
      *whether the offer can be made - a member already on the
      *cheapest plan has no downgrade to take and is offered the
      *discounted month instead. A retired reason stays on file for
      *the history but can no longer be picked.
       FD  VFX-CXR-FILE
           LABEL RECORD IS STANDARD.
       01  CXR-REC.
           05  CXR-CODE                PIC X(2).
           05  CXR-DESC                PIC X(30).
           05  CXR-OFFER               PIC X.
               88  CXR-OFFER-DISCOUNT  VALUE "D".
               88  CXR-OFFER-DOWNGRADE VALUE "G".
               88  CXR-OFFER-PAUSE     VALUE "P".
               88  CXR-OFFER-NONE      VALUE "N".
               88  CXR-OFFER-VALID     VALUES "D" "G" "P" "N".
      *Percent of the member's monthly plan rate the discounted
      *month credits back as a goodwill credit.
           05  CXR-DISC-PCT            PIC 9(3).
           05  CXR-STATUS              PIC X.
               88  CXR-IN-USE          VALUE "A".
               88  CXR-RETIRED         VALUE "R".
           05  CXR-UPD-DATE            PIC X(8).
           05  CXR-OPERATOR-ID         PIC X(8).
