      *Skeleton COBOL Copybook - Monthly recurring revenue records
      *One row per month per plan code, plus an ALL row for the month,
      *holding the month's revenue waterfall. Next month's opening is
      *this month's closing, so the months chain. Amounts are monthly
      *plan rates; upgrades and downgrades are signed - the plan a
      *member moves onto gains its rate, the plan left loses its own.
       FD  VFX-MRR-FILE
           LABEL RECORD IS STANDARD.
       01  MRR-REC.
           05  MRR-KEY.
               10  MRR-MONTH           PIC X(6).
               10  MRR-PLAN            PIC X(3).
      *H - opening carried from last month's closing; D - no month
      *before on file, opening derived back from the closing.
           05  MRR-OPEN-SRC            PIC X.
               88  MRR-OPEN-CARRIED    VALUE "H".
               88  MRR-OPEN-DERIVED    VALUE "D".
           05  MRR-OPEN-AMT            PIC S9(7)V99.
           05  MRR-OPEN-MBRS           PIC 9(6).
           05  MRR-NEW-AMT             PIC S9(7)V99.
           05  MRR-NEW-CNT             PIC 9(6).
           05  MRR-REACT-AMT           PIC S9(7)V99.
           05  MRR-REACT-CNT           PIC 9(6).
           05  MRR-UPG-AMT             PIC S9(7)V99.
           05  MRR-UPG-CNT             PIC 9(6).
           05  MRR-DNG-AMT             PIC S9(7)V99.
           05  MRR-DNG-CNT             PIC 9(6).
           05  MRR-CANC-AMT            PIC S9(7)V99.
           05  MRR-CANC-CNT            PIC 9(6).
           05  MRR-SUSP-AMT            PIC S9(7)V99.
           05  MRR-SUSP-CNT            PIC 9(6).
           05  MRR-OTHER-AMT           PIC S9(7)V99.
           05  MRR-CLOSE-AMT           PIC S9(7)V99.
           05  MRR-CLOSE-MBRS          PIC 9(6).
      *Pauses leave the book at the member's rate and resumes bring
      *it back; neither is churn. MRR-PAUSED-AMT/MBRS is a memo of
      *the members on pause at the close, priced at their rates.
           05  MRR-PAUSE-AMT           PIC S9(7)V99.
           05  MRR-PAUSE-CNT           PIC 9(6).
           05  MRR-RESUME-AMT          PIC S9(7)V99.
           05  MRR-RESUME-CNT          PIC 9(6).
           05  MRR-PAUSED-AMT          PIC S9(7)V99.
           05  MRR-PAUSED-MBRS         PIC 9(6).

       FD  VFX-MRR-RPT-FILE
           LABEL RECORD IS STANDARD.
       01  MRR-RPT-LINE                PIC X(90).

      *One line per month per plan for the trailing twelve months,
      *fixed columns so it loads straight into the board pack.
       FD  VFX-MRR-TRND-FILE
           LABEL RECORD IS STANDARD.
       01  MRR-TRND-REC.
           05  MRR-TRND-MONTH          PIC X(6).
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-PLAN           PIC X(3).
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-OPEN           PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-NEW            PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-REACT          PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-UPG            PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-DNG            PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-CHURN          PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-OTHER          PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-CLOSE          PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-MBRS           PIC 9(6).
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-GROSS-PCT      PIC -9(3).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-NET-PCT        PIC -9(3).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-ARPM           PIC 9(4).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-PAUSE-NET      PIC -9(7).99.
           05  FILLER                  PIC X VALUE SPACES.
           05  MRR-TRND-PAUSED-MBRS    PIC 9(6).
