      *Skeleton COBOL Copybook - Cancellation outcome record
      *One row per cancel request taken on the member inquiry
      *screen: the reason given, the save offer made, and whether
      *the member was saved or lost, with the operator who took the
      *call. Keyed by date first so the monthly report reads one
      *month straight through.
       FD  VFX-CXO-FILE
           LABEL RECORD IS STANDARD.
       01  CXO-REC.
           05  CXO-KEY.
               10  CXO-DATE            PIC X(8).
               10  CXO-MBR-ID          PIC 9(8).
               10  CXO-SEQ             PIC 9(3).
           05  CXO-REASON              PIC X(2).
           05  CXO-PLAN                PIC X(3).
      *The offer made - D discounted month, G downgrade, P pause,
      *N none - and what it came to: the credit amount and card for
      *a discount, the plan moved to for a downgrade.
           05  CXO-OFFER               PIC X.
           05  CXO-OFFER-AMT           PIC 9(3)V99.
           05  CXO-GC-NBR              PIC X(12).
           05  CXO-NEW-PLAN            PIC X(3).
           05  CXO-OUTCOME             PIC X.
               88  CXO-SAVED           VALUE "S".
               88  CXO-LOST            VALUE "L".
           05  CXO-OPERATOR-ID         PIC X(8).
