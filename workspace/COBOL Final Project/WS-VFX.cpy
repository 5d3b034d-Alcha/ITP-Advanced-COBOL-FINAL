       01  WS-CTL-MBR-NAME             PIC X(10) VALUE "VFXMBRID".
       01  WS-JOB-LOG-STATUS           PIC XX.
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-JRNL-BEFORE              PIC X(250) VALUE SPACES.
       01  WS-JOB-LOG-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-MBR-PRT-STATUS           PIC XX.
       01  WS-CAT-PRT-STATUS           PIC XX.
           03  VFX-1-NEW-EMAIL         PIC X(30).
           03  VFX-1-NEW-CC            PIC X(16).
           03  VFX-1-NEW-PLAN          PIC X(3).
           03  VFX-1-NEW-FREQ          PIC X.
      *-----------------------------------------------------------------
      *G3-VFX-3-PUR working storage
       01  WS-VML-STATUS                PIC XX.
       01  WS-CC-SEC-STATUS              PIC XX.
       01  VFX-1-CC-TOKEN                PIC X(16).
       01  VFX-1-NEW-CC-EXP              PIC X(6).
       01  VFX-1-NEW-ALT-CC              PIC X(16).
       01  VFX-1-NEW-ALT-EXP             PIC X(6).
       01  VFX-1-LUHN-CC                 PIC X(16).
       01  VFX-CC-EXP-MM                 PIC 9(2).
       01  VFX-1-REACT-FLAG              PIC X VALUE 'N'.
           88  VFX-1-REACT               VALUE 'Y'.
       01  VFX-1-RECAP-RESP              PIC X.
       01  VFX-1-REF-ID                  PIC 9(8) VALUE ZERO.
       01  VFX-1-REF-COUNT               PIC 9(3).
       01  VFX-1-REF-EOF-FLAG            PIC X.
           88  VFX-1-REF-EOF             VALUE 'Y'.
       01  VFX-1-REF-KEY                 PIC X(30).
      *-----------------------------------------------------------------
      *Content rating working storage, shared by the purchase screen's
      *parental-control check and the catalog/member maintenance
       01  VFX-7-ORIG-EDIT-MAXRATE       PIC X(4).
       01  VFX-7-CC-EXP                  PIC X(6).
       01  VFX-7-ORIG-EDIT-CC-EXP        PIC X(6).
       01  VFX-7-ALT-MASK                PIC X(16).
       01  VFX-7-ALT-EXP                 PIC X(6).
       01  VFX-7-ORIG-ALT-EXP            PIC X(6).
       01  VFX-7-ORIG-EDIT-FREQ          PIC X.
       01  VFX-7-ORIG-PAID-THRU          PIC X(8).
      *Annual plan refund on cancel - months of the term used
      *(the cancel month counts), the charge, its monthly share.
       01  VFX-7-RF-MONTHS               PIC 9(2).
       01  VFX-7-RF-CHARGED              PIC 9(3)V99.
       01  VFX-7-RF-SHARE                PIC 9(3)V99.
       01  VFX-7-RF-AMT                  PIC S9(3)V99.
       01  VFX-7-RF-AMT-ED               PIC ZZ9.99.
       01  VFX-7-ALT-NEW                 PIC X(16).
       01  VFX-7-ALT-DROP                PIC X.
       01  VFX-61-MBR-ID                 PIC 9(8).
       01  VFX-61-EOF-FLAG               PIC X.
           88  VFX-61-EOF                VALUE 'Y'.
       01  VFX-61-RESP                   PIC X.
      *Snapshot of VM-REC as read on the detail screen, so the edit
      *path can detect another operator's rewrite before saving.
       01  VFX-7-SNAP-REC                PIC X(250).
       01  VFX-7-EDITED-REC              PIC X(250).
       01  WS-STMT-STATUS                PIC XX.
       01  VFX-7-STMT-EOF-FLAG           PIC X.
           88  VFX-7-STMT-EOF            VALUE 'Y'.
           03  VFX-23-NEW-DESC           PIC X(20).
           03  VFX-23-NEW-RATE           PIC 9(3)V99.
           03  VFX-23-NEW-EFF            PIC X(8).
           03  VFX-23-NEW-MAX-DEV        PIC 9(2).
           03  VFX-23-NEW-ANNUAL         PIC 9(3)V99.
       01  VFX-23-RATE-ED                PIC ZZ9.99.
       01  VFX-23-ANNUAL-ED              PIC ZZ9.99.
       01  VFX-23-MAX-DEV-ED             PIC Z9.
       01  VFX-PLAN-FOUND-FLAG           PIC X.
      *-----------------------------------------------------------------
      *G3-VFX-25-BILL-POST working storage
       01  VFX-25-UNMATCHED-COUNT        PIC 9(6) VALUE ZERO.
       01  VFX-25-EXT-COUNT              PIC 9(4) VALUE ZERO.
       01  VFX-25-I                      PIC 9(4).
       01  VFX-25-HIT                    PIC 9(4).
       01  VFX-25-EXT-TABLE.
           05  VFX-25-EXT-ROW OCCURS 2000 TIMES.
               10  VFX-25-EXT-MBR-ID     PIC 9(8).
               10  VFX-25-EXT-AMOUNT     PIC X(6).
               10  VFX-25-EXT-MATCHED    PIC X.
               10  VFX-25-EXT-METHOD     PIC X.
               10  VFX-25-EXT-FREQ       PIC X.
      *-----------------------------------------------------------------
      *G3-VFX-29-PUR-ARCH / G3-VFX-31-ARCH-RETR working storage
       01  WS-PUR-ARCH-STATUS            PIC XX.
       01  VFX-41-AMOUNT                 PIC 9(5)V99.
       01  VFX-41-SEQ                    PIC 9(8).
       01  VFX-41-MBR-OK-FLAG            PIC X.
       01  VFX-41-VML-ID                 PIC X(8).
       01  VFX-43-EOF-FLAG               PIC X.
           88  VFX-43-EOF                VALUE 'Y'.
       01  VFX-43-CARD-COUNT             PIC 9(6) VALUE ZERO.
           88  VFX-95-EOF                VALUE 'Y'.
       01  VFX-95-PTS-NEW                PIC 9(9).
       01  VFX-95-ACCR-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-95-SALE-COUNT             PIC 9(8) VALUE ZERO.
       01  VFX-95-PTS-TOTAL              PIC 9(11) VALUE ZERO.
       01  VFX-17-PTS-BACK               PIC 9(9).
       01  VFX-17-PUR-BEFORE             PIC X(250).
      *-----------------------------------------------------------------
      *Sales tax working storage, shared by the purchase program,
      *rate loader and remittance report.
           88  VFX-81-EOF                VALUE 'Y'.
       01  VFX-81-ACTIVE                 PIC 9(6).
       01  VFX-81-SUSPENDED              PIC 9(6).
       01  VFX-81-PAUSED                 PIC 9(6).
       01  VFX-81-CANCELED               PIC 9(6).
       01  VFX-81-NEW-TODAY              PIC 9(6).
       01  VFX-81-REACT-TODAY            PIC 9(6).
       01  VFX-77-NET-SALES              PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-RFND-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-SUBS-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-TAX-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-TAX-RFND-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-ROY-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-ROY-PAID-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  VFX-77-SUBS-AMT               PIC 9(5)V99.
       01  VFX-77-DR-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  VFX-77-CR-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  VFX-63-EOF-FLAG               PIC X.
           88  VFX-63-EOF                VALUE 'Y'.
       01  VFX-63-NOTIF-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-63-OPTOUT-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-63-PROMO-HIT              PIC X.
       01  VFX-63-PROMO-CODE             PIC X(10).
      *-----------------------------------------------------------------
       01  VFX-59-NEXT-SEQ               PIC 9(3).
       01  VFX-59-PUR-COUNT              PIC 9(3) VALUE ZERO.
       01  VFX-59-WISH-COUNT             PIC 9(3) VALUE ZERO.
       01  VFX-59-KEEP-REC               PIC X(250).
       01  VFX-59-PUR-TABLE.
           05  VFX-59-PUR-ROW OCCURS 200 TIMES
                                         PIC X(140).
       01  VFX-49-DONE-FLAG              PIC X.
       01  VFX-49-HALT-FLAG              PIC X VALUE 'N'.
           88  VFX-49-HALTED             VALUE 'Y'.
      *The call name is the full PROGRAM-ID, which can run past 20
      *characters. The log name is matched against JOB-LOG-PROGRAM,
      *so it is held at that field's 20 - the same cut-off a long
      *PROGRAM-ID gets when the step logs itself through VFX-M-PROG.
       01  VFX-49-CALL-NAME              PIC X(30).
       01  VFX-49-STEP-TABLE.
           05  VFX-49-STEP-ROW OCCURS 28 TIMES.
               10  VFX-49-STEP-LOG-NAME  PIC X(20).
               10  VFX-49-STEP-CALL-NAME PIC X(30).
      *-----------------------------------------------------------------
      *G3-VFX-47-SETTLE working storage
       01  WS-SETTLE-STATUS              PIC XX.
           88  VFX-47-EOF                VALUE 'Y'.
       01  VFX-47-DATE                   PIC X(8).
       01  VFX-47-RESP-DATE              PIC X(8).
      *The day the bank posts the file: the first banking day after
      *the settlement date.
       01  VFX-47-EFF-DATE               PIC X(8).
       01  VFX-47-CAND-ACCT              PIC X(10).
       01  VFX-47-I                      PIC 9(3).
       01  VFX-47-HIT                    PIC 9(3).
               10  VFX-47-ROW-REORIG     PIC 9(9)V99.
               10  VFX-47-ROW-FEE        PIC 9(7)V99.
               10  VFX-47-ROW-NET        PIC 9(9)V99.
      *ROW-RSV-HELD is the rolling reserve share kept back from the
      *day's net; ROW-RSV-REL is earlier holdbacks coming due.
               10  VFX-47-ROW-RSV-HELD   PIC 9(9)V99.
               10  VFX-47-ROW-RSV-REL    PIC 9(9)V99.
      *ROW-SEND: 'D' a normal detail goes out, 'P' a zero-dollar
      *prenote goes out, 'N' nothing goes out (merchant still in
      *the prenote waiting period).
       01  VFX-47-FEE-ED                 PIC Z,ZZZ,ZZ9.99.
       01  VFX-47-NET-ED                 PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-47-ITEMS-ED               PIC ZZZZ9.
      *ACH prenote verification working storage - the waiting period
      *is in banking days, counted off the bank holiday calendar.
       01  VFX-47-PN-WAIT-DAYS           PIC 9(2) VALUE 6.
       01  VFX-47-PN-DAYS                PIC S9(5).
       01  VFX-47-PN-D1                  PIC 9(8).
       01  VFX-47-PN-D2                  PIC 9(8).
       01  VFX-47-PN-HOLD-FLAG           PIC X.
       01  VFX-47-CMP-HOLD-FLAG          PIC X.
       01  VFX-47-HELD-COUNT             PIC 9(3) VALUE ZERO.
       01  VFX-47-DET-COUNT              PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
       01  VFX-27-CYCLE-COUNT            PIC 9(3).
       01  VFX-27-SUSPENDED-COUNT        PIC 9(6) VALUE ZERO.
       01  VFX-27-REINSTATED-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-27-RETRY-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-27-LAST-CYCLE             PIC X(6).
       01  VFX-27-LAST-STATUS            PIC X(8).
       01  VFX-27-LAST-POST-DATE         PIC X(8).
       01  VFX-27-RETRY-LOG-FLAG         PIC X.
           88  VFX-27-RETRY-LOG-OPEN     VALUE 'Y'.
       01  VFX-27-RETRY-PEND-FLAG        PIC X.
           88  VFX-27-RETRY-PENDING      VALUE 'Y'.
      *-----------------------------------------------------------------
      *G3-VFX-9-PUR-RPT working storage
       01  WS-PUR-RPT-STATUS             PIC XX.
       01  VFX-11-DAYS-BILLED            PIC S9(3).
       01  VFX-11-RATE                   PIC 9(3)V99.
       01  VFX-11-AMOUNT                 PIC 9(3)V99.
       01  VFX-11-PREV-INT               PIC S9(9).
       01  VFX-11-PREV-NUM               PIC 9(8).
       01  VFX-11-PREV-CYCLE             PIC X(6).
       01  VFX-11-USE-ALT-FLAG           PIC X.
           88  VFX-11-USE-ALT            VALUE 'Y'.
       01  VFX-11-ALT-USED               PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-17-REFUND working storage
       01  WS-RFND-STATUS                PIC XX.
       01  VFX-89-EOF-FLAG               PIC X.
           88  VFX-89-EOF                VALUE 'Y'.
       01  VFX-89-EXPIRED-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-89-SEEN-COUNT             PIC 9(8) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-87-GC-ESCH working storage
       01  WS-GCE-RPT-STATUS             PIC XX.
      *dependency list.
       01  VFX-125-EXP-COUNT             PIC 9(2) VALUE ZERO.
       01  VFX-125-EXP-TABLE.
           05  VFX-125-EXP-ROW OCCURS 30 TIMES.
               10  VFX-125-EXP-PROG      PIC X(20).
               10  VFX-125-EXP-SEEN      PIC X.
      *-----------------------------------------------------------------
       01  VFX-133-EXTRACT-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-133-CONV-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-133-OPEN-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-133-OPTOUT-COUNT          PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-131-PRICE-PROT working storage
       01  WS-PPN-RPT-STATUS             PIC XX.
       01  VFX-131-SEQ                   PIC 9(8).
       01  VFX-131-CRED-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-131-CRED-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  VFX-131-OPTOUT-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-131-DIFF-ED               PIC ZZ9.99.
      *-----------------------------------------------------------------
      *Daily cash proof working storage, shared by the proof batch
       01  VFX-123-MEMBER-CASH           PIC S9(11)V99 VALUE ZERO.
       01  VFX-123-SET-GROSS             PIC 9(11)V99 VALUE ZERO.
       01  VFX-123-SET-FEES              PIC 9(9)V99 VALUE ZERO.
       01  VFX-123-RSV-HELD              PIC 9(11)V99 VALUE ZERO.
       01  VFX-123-RSV-REL               PIC 9(11)V99 VALUE ZERO.
       01  VFX-123-DIFF                  PIC S9(11)V99 VALUE ZERO.
       01  VFX-123-AMT-ED                PIC -ZZZ,ZZZ,ZZ9.99.
       01  VFX-79-PROOF-RESP             PIC X.
       01  VFX-121-HIT-FLAG              PIC X.
       01  VFX-121-OLD-TOKEN             PIC X(16).
       01  VFX-121-NEW-TOKEN             PIC X(16).
      *The old number as stored under the key version of the record
      *in hand, redone only when the scan reaches another version.
       01  VFX-121-OLD-CIPHER            PIC X(16).
       01  VFX-121-OLD-VER               PIC 9(3).
       01  VFX-121-CHK-VER               PIC 9(3).
       01  VFX-121-OLD-VER-FLAG          PIC X.
           88  VFX-121-OLD-VER-SET       VALUE 'Y'.
       01  VFX-121-TRAILER-FLAG          PIC X VALUE 'N'.
           88  VFX-121-TRAILER-SEEN      VALUE 'Y'.
       01  VFX-121-TOTAL-PROCESSED       PIC 9(6).
       01  VFX-107-DRAW                  PIC 9(3)V99.
       01  WS-PON-RPT-STATUS             PIC XX.
       01  VFX-107-REASON                PIC X(30).
      *Calendar days a released pre-order may sit unfilled before it
      *is canceled - the mail-order rule's 30 days, which run through
      *weekends and bank holidays alike.
       01  VFX-107-LAPSE-DAYS            PIC 9(3) VALUE 30.
       01  VFX-107-LAPSE-ED              PIC ZZ9.
       01  VFX-107-REL-NUM               PIC 9(8).
       01  VFX-107-BUS-NUM               PIC 9(8).
       01  VFX-107-AGE                   PIC S9(5).
       01  VFX-107-LAPSED-COUNT          PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-105-ROYALTY working storage
       01  WS-STUDIO-STATUS              PIC XX.
       01  VFX-105-I                     PIC 9(3).
       01  VFX-105-HIT                   PIC 9(3).
       01  VFX-105-STUDIO-COUNT          PIC 9(3) VALUE ZERO.
       01  VFX-105-ITEM-COUNT            PIC 9(8) VALUE ZERO.
       01  VFX-105-ROY-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  VFX-105-SALES-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01  VFX-105-ROY-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-105-PCT-ED                PIC Z9.99.
       01  VFX-99-CYCLE                  PIC X(6).
       01  VFX-99-EOF-FLAG               PIC X.
           88  VFX-99-EOF                VALUE 'Y'.
       01  VFX-99-EXPL                   PIC X(40).
       01  VFX-99-TIE-ROWS               PIC 9(2).
       01  VFX-99-UNEXPLAINED            PIC 9(2).
       01  VFX-99-VAR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
       01  VFX-39-SUSP-COUNT             PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-97-BANK-RECON working storage
               10  VFX-85-DET-ROUTE      PIC X(9).
               10  VFX-85-DET-ACCT       PIC X(10).
               10  VFX-85-DET-AMOUNT     PIC 9(9)V99.
      *-----------------------------------------------------------------
      *G3-VFX-137-BILL-RETRY working storage (G3-VFX-27-DELINQ reads
      *the same schedule to tell whether a decline still has a retry
      *coming before it counts toward suspension)
       01  WS-RETRY-STATUS               PIC XX.
       01  WS-RETRY-EXT-STATUS           PIC XX.
       01  WS-RETRY-RESP-STATUS          PIC XX.
       01  VFX-137-EOF-FLAG              PIC X.
           88  VFX-137-EOF               VALUE 'Y'.
       01  VFX-137-RTY-EOF-FLAG          PIC X.
           88  VFX-137-RTY-EOF           VALUE 'Y'.
      *Banking days after the original decline that each retry goes
      *out - the processor only presents on days the banks are open.
       01  VFX-137-SCHEDULE-VALUES       PIC X(4) VALUE "0307".
       01  VFX-137-SCHEDULE REDEFINES VFX-137-SCHEDULE-VALUES.
           05  VFX-137-RETRY-DAY         PIC 9(2) OCCURS 2 TIMES.
       01  VFX-137-MAX-TRIES             PIC 9 VALUE 2.
      *A decline older than this many calendar days is not
      *re-presented at all.
       01  VFX-137-WINDOW-DAYS           PIC 9(3) VALUE 30.
       01  VFX-137-LAST-ATTEMPT          PIC 9.
       01  VFX-137-LAST-STATUS           PIC X(8).
       01  VFX-137-LAST-METHOD           PIC X.
       01  VFX-137-NEXT-ATTEMPT          PIC 9.
       01  VFX-137-MATCH-FLAG            PIC X.
       01  VFX-137-RESP-OPEN-FLAG        PIC X.
           88  VFX-137-RESP-OPEN         VALUE 'Y'.
       01  VFX-137-BUS-NUM               PIC 9(8).
       01  VFX-137-DECL-NUM              PIC 9(8).
       01  VFX-137-DAYS-SINCE            PIC S9(5).
       01  VFX-137-BANK-DAYS             PIC S9(5).
       01  VFX-137-SENT-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-137-PAID-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-137-FAILED-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-137-EXHAUSTED-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-137-UNMATCHED-COUNT       PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-139-CB-EVID working storage
       01  WS-EVID-STATUS                PIC XX.
       01  VFX-139-EOF-FLAG              PIC X.
           88  VFX-139-EOF               VALUE 'Y'.
       01  VFX-139-SUB-EOF-FLAG          PIC X.
           88  VFX-139-SUB-EOF           VALUE 'Y'.
       01  VFX-139-MARK-RESP             PIC X.
       01  VFX-139-VIEW-COUNT            PIC 9(4).
       01  VFX-139-AFTER-COUNT           PIC 9(4).
       01  VFX-139-CASE-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-139-STRONG-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-139-MARKED-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-139-NOPUR-COUNT           PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-141-DEF-REV working storage (the GL account map is
      *loaded into G3-VFX-77-GL-POST's table)
       01  WS-DEFREV-STATUS              PIC XX.
       01  WS-DR-RPT-STATUS              PIC XX.
       01  WS-DEFGL-STATUS               PIC XX.
       01  VFX-141-EOF-FLAG              PIC X.
           88  VFX-141-EOF               VALUE 'Y'.
       01  VFX-141-CYCLE                 PIC X(6).
       01  VFX-141-NEW-FLAG              PIC X.
           88  VFX-141-NEW               VALUE 'Y'.
      *A sold card untouched this long after issue is booked as
      *breakage - well inside the escheat dormancy period.
       01  VFX-141-BREAK-DAYS            PIC 9(4) VALUE 730.
       01  VFX-141-BUS-NUM               PIC 9(8).
       01  VFX-141-ISSUE-NUM             PIC 9(8).
       01  VFX-141-AGE-DAYS              PIC S9(7).
       01  VFX-141-OPEN-LIAB             PIC S9(7)V99.
       01  VFX-141-CLOSE-LIAB            PIC S9(7)V99.
       01  VFX-141-ISSUED                PIC 9(7)V99.
       01  VFX-141-ESCHEAT               PIC 9(7)V99.
       01  VFX-141-BREAKAGE              PIC 9(7)V99.
       01  VFX-141-DRAWN                 PIC S9(7)V99.
       01  VFX-141-GC-OPEN               PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-GC-ISSUED             PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-GC-DRAWN              PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-GC-ESCHEAT            PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-GC-BREAKAGE           PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-GC-CLOSE              PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-GC-PUR-DRAWS          PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-GS-OPEN               PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-GS-ISSUED             PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-GS-RECOG              PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-GS-CLOSE              PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-PROOF                 PIC S9(9)V99.
       01  VFX-141-CARD-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-141-CERT-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-141-GL-COUNT              PIC 9(6) VALUE ZERO.
       01  VFX-141-DR-TYPE               PIC X(4).
       01  VFX-141-CR-TYPE               PIC X(4).
       01  VFX-141-GL-AMT                PIC S9(9)V99.
       01  VFX-141-GL-DESC               PIC X(30).
       01  VFX-141-LABEL                 PIC X(30).
       01  VFX-141-AMT                   PIC S9(9)V99.
       01  VFX-141-AMT-ED                PIC -ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *G3-VFX-143-SER-MNT / G3-VFX-145-SEQ-NOTIF working storage
       01  WS-SER-STATUS                 PIC XX.
       01  WS-SQN-STATUS                 PIC XX.
       01  VFX-143-SEL                   PIC X.
       01  VFX-143-RESP                  PIC X.
       01  VFX-143-EOF-FLAG              PIC X.
           88  VFX-143-EOF               VALUE 'Y'.
       01  VFX-143-MSG                   PIC X(40).
       01  VFX-143-NEW-ID                PIC X(8).
       01  VFX-143-NEW-SEQ               PIC 9(3).
       01  VFX-143-NEW-VML-ID            PIC X(8).
       01  VFX-143-NEW-NAME              PIC X(30).
       01  VFX-143-NOTIFY                PIC X.
       01  VFX-145-EOF-FLAG              PIC X.
           88  VFX-145-EOF               VALUE 'Y'.
       01  VFX-145-NOTIF-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-145-SKIP-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-145-OPTOUT-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-145-INST-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-145-I                     PIC 9(3).
       01  VFX-145-J                     PIC 9(3).
       01  VFX-145-HIT                   PIC 9(3).
       01  VFX-145-SER-COUNT             PIC 9(3) VALUE ZERO.
       01  VFX-145-SER-TABLE.
           05  VFX-145-SER-ROW OCCURS 500 TIMES.
               10  VFX-145-SER-ID        PIC X(8).
               10  VFX-145-SER-SEQ       PIC 9(3).
               10  VFX-145-SER-VML-ID    PIC X(8).
               10  VFX-145-SER-PENDING   PIC X.
       01  VFX-145-CUR-MBR               PIC 9(8).
       01  VFX-145-OWNS-EARLIER          PIC X.
       01  VFX-145-OWNS-NEW              PIC X.
      *-----------------------------------------------------------------
      *G3-VFX-147-STU-BANK / G3-VFX-149-ROY-PAY working storage
       01  WS-ROYPAY-STATUS              PIC XX.
       01  WS-ROYACH-STATUS              PIC XX.
       01  VFX-147-RESP                  PIC X.
       01  VFX-147-MSG                   PIC X(40).
       01  VFX-147-STUDIO-ID             PIC X(8).
       01  VFX-147-NEW-ROUTE             PIC X(9).
       01  VFX-147-NEW-ACCT              PIC X(10).
       01  VFX-147-ROUTE-FLAG            PIC X.
       01  VFX-147-ROUTE-WEIGHTS-V       PIC 9(9) VALUE 371371371.
       01  VFX-147-ROUTE-WEIGHTS REDEFINES VFX-147-ROUTE-WEIGHTS-V
                                         PIC 9 OCCURS 9 TIMES.
       01  VFX-147-ROUTE-DIGIT           PIC 9.
       01  VFX-147-ROUTE-PRODUCT         PIC 9(2).
       01  VFX-147-ROUTE-SUM             PIC 9(4).
       01  VFX-147-ROUTE-IDX             PIC 9(2).
       01  VFX-149-CYCLE                 PIC X(6).
       01  VFX-149-RESP                  PIC X.
       01  VFX-149-EOF-FLAG              PIC X.
           88  VFX-149-EOF               VALUE 'Y'.
       01  VFX-149-SEND                  PIC X.
       01  VFX-149-PN-DAYS               PIC S9(5).
       01  VFX-149-PN-D1                 PIC 9(8).
       01  VFX-149-PN-D2                 PIC 9(8).
       01  VFX-149-EFF-DATE              PIC X(8).
       01  VFX-149-ROUTE-NUM             PIC 9(9).
       01  VFX-149-ROUTE-HASH            PIC 9(12) VALUE ZERO.
       01  VFX-149-TOTAL-AMT             PIC 9(11)V99 VALUE ZERO.
       01  VFX-149-DET-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-149-APPR-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-149-PAID-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-149-PN-COUNT              PIC 9(6) VALUE ZERO.
       01  VFX-149-HOLD-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-149-AMT-ED                PIC ZZZ,ZZZ,ZZ9.99.
      *Studios given a prenote in this run's ACH file, so a studio
      *with payables for more than one month gets only one.
       01  VFX-149-PN-SENT-COUNT         PIC 9(4) VALUE ZERO.
       01  VFX-149-PN-SENT-TABLE.
           05  VFX-149-PN-SENT-ID OCCURS 500 TIMES PIC X(8).
       01  VFX-149-PN-IX                 PIC 9(4).
       01  VFX-149-PN-SEEN-FLAG          PIC X.
           88  VFX-149-PN-SEEN           VALUE 'Y'.
      *-----------------------------------------------------------------
      *G3-VFX-151-MER-STMT working storage
       01  WS-MSTMT-RPT-STATUS           PIC XX.
       01  WS-MSX-STATUS                 PIC XX.
       01  VFX-151-CYCLE                 PIC X(6).
       01  VFX-151-MER-EOF-FLAG          PIC X.
           88  VFX-151-MER-EOF           VALUE 'Y'.
       01  VFX-151-EOF-FLAG              PIC X.
           88  VFX-151-EOF               VALUE 'Y'.
       01  VFX-151-PASS                  PIC X.
           88  VFX-151-TOTALING          VALUE 'T'.
           88  VFX-151-OPENING-PASS      VALUE 'O'.
           88  VFX-151-ACTIVITY-PASS     VALUE 'A'.
       01  VFX-151-ACTIVE                PIC X.
       01  VFX-151-STMT-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-151-NOTIE-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-151-OPENING               PIC S9(11)V99.
       01  VFX-151-GROSS                 PIC S9(11)V99.
       01  VFX-151-ITEMS                 PIC 9(7).
       01  VFX-151-FEES                  PIC S9(11)V99.
       01  VFX-151-ACH                   PIC S9(11)V99.
       01  VFX-151-RETURNS               PIC S9(11)V99.
       01  VFX-151-REORIG                PIC S9(11)V99.
       01  VFX-151-HELD                  PIC S9(11)V99.
       01  VFX-151-RSV-HELD              PIC S9(11)V99.
       01  VFX-151-RSV-REL               PIC S9(11)V99.
       01  VFX-151-CLOSING               PIC S9(11)V99.
       01  VFX-151-PROOF                 PIC S9(11)V99.
       01  VFX-151-LABEL                 PIC X(40).
       01  VFX-151-TYPE                  PIC X(2).
       01  VFX-151-AMT                   PIC S9(11)V99.
       01  VFX-151-AMT-ED                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  VFX-151-GROSS-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-151-FEE-ED                PIC Z,ZZZ,ZZ9.99.
       01  VFX-151-NET-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-151-ITEMS-ED              PIC ZZZZ9.
      *-----------------------------------------------------------------
      *Merchant rolling reserve working storage, shared by the
      *settlement run, the reserve review and reserve maintenance.
       01  WS-RSVT-STATUS                PIC XX.
       01  WS-RSV-STATUS                 PIC XX.
       01  WS-RSV-RPT-STATUS             PIC XX.
       01  VFX-RSV-EOF-FLAG              PIC X.
           88  VFX-RSV-EOF               VALUE 'Y'.
      *Terms a merchant gets when the review puts it on reserve.
       01  VFX-RSV-DFLT-PCT              PIC 9(2)V99 VALUE 10.00.
       01  VFX-RSV-DFLT-DAYS             PIC 9(3) VALUE 90.
      *Review limits, in percent, over the look-back window: ACH
      *returns against settlement entries sent, chargebacks
      *received against items settled.
       01  VFX-RSV-LOOKBACK-DAYS         PIC 9(3) VALUE 90.
       01  VFX-RSV-RET-LIMIT             PIC 9(3)V99 VALUE 10.00.
       01  VFX-RSV-CB-LIMIT              PIC 9(3)V99 VALUE 1.00.
       01  VFX-RSV-DAYNUM                PIC 9(8).
       01  VFX-RSV-DATE-N                PIC 9(8).
       01  VFX-RSV-HELD-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  VFX-RSV-REL-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  VFX-RSV-REL-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-RSV-HELD-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-RSV-REL-ED                PIC ZZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *G3-VFX-153-RSV-REVIEW working storage
       01  VFX-153-EOF-FLAG              PIC X.
           88  VFX-153-EOF               VALUE 'Y'.
       01  VFX-153-FROM-DATE             PIC X(8).
       01  VFX-153-I                     PIC 9(3).
       01  VFX-153-HIT                   PIC 9(3).
       01  VFX-153-MER-COUNT             PIC 9(3) VALUE ZERO.
       01  VFX-153-PLACED-COUNT          PIC 9(3) VALUE ZERO.
       01  VFX-153-CAND-ACCT             PIC X(10).
       01  VFX-153-RET-RATE              PIC 9(3)V99.
       01  VFX-153-CB-RATE               PIC 9(3)V99.
       01  VFX-153-ACTION                PIC X(20).
       01  VFX-153-CNT-ED                PIC ZZZZZ9.
       01  VFX-153-CNT2-ED               PIC ZZZZZ9.
       01  VFX-153-RATE-ED               PIC ZZ9.99.
       01  VFX-153-RATE2-ED              PIC ZZ9.99.
       01  VFX-153-MER-TABLE.
           05  VFX-153-MER-ROW OCCURS 200 TIMES.
               10  VFX-153-ROW-MER-ID    PIC X(8).
               10  VFX-153-ROW-ENTRIES   PIC 9(5).
               10  VFX-153-ROW-ITEMS     PIC 9(7).
               10  VFX-153-ROW-RETURNS   PIC 9(5).
               10  VFX-153-ROW-CBS       PIC 9(5).
      *-----------------------------------------------------------------
      *G3-VFX-155-RSV-MNT working storage
       01  VFX-155-RESP                  PIC X.
       01  VFX-155-SEL                   PIC X.
       01  VFX-155-MER-ID                PIC X(8).
       01  VFX-155-FOUND                 PIC X.
       01  VFX-155-PCT-IN                PIC X(5).
       01  VFX-155-DAYS-IN               PIC X(3).
       01  VFX-155-PCT                   PIC 9(2)V99.
       01  VFX-155-DAYS                  PIC 9(3).
       01  VFX-155-HELD-BAL              PIC 9(11)V99.
       01  VFX-155-PCT-ED                PIC Z9.99.
      *-----------------------------------------------------------------
      *Sanctions screening working storage - its own copybook since
      *the merchant programs, which don't copy this one, screen too
       COPY WS-SANC.
       01  WS-CTL-SANC-NAME              PIC X(10) VALUE "SANCLIST".
       01  WS-CTL-SANS-NAME              PIC X(10) VALUE "SANCSCRN".
      *-----------------------------------------------------------------
      *G3-VFX-157-SANC-LOAD working storage
       01  WS-SANC-TXT-STATUS            PIC XX.
       01  VFX-157-EOF-FLAG              PIC X.
           88  VFX-157-EOF               VALUE 'Y'.
       01  VFX-157-FEED-DATE             PIC X(8).
       01  VFX-157-LOADED-DATE           PIC X(8).
       01  VFX-157-DETAIL-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-157-TRAILER-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-157-LOAD-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-157-DUP-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-157-TRAILER-FLAG          PIC X VALUE 'N'.
           88  VFX-157-TRAILER-SEEN      VALUE 'Y'.
       01  VFX-157-RESULT                PIC X(20).
      *-----------------------------------------------------------------
      *G3-VFX-159-SANC-SCRN working storage
       01  WS-SANC-RPT-STATUS            PIC XX.
       01  VFX-159-EOF-FLAG              PIC X.
           88  VFX-159-EOF               VALUE 'Y'.
       01  VFX-159-LIST-DATE             PIC X(8).
       01  VFX-159-DONE-DATE             PIC X(8).
       01  VFX-159-RESULT                PIC X(20).
       01  VFX-159-ACTION                PIC X(24).
       01  VFX-159-MBR-SCREENED          PIC 9(6) VALUE ZERO.
       01  VFX-159-MBR-HELD              PIC 9(6) VALUE ZERO.
       01  VFX-159-MER-SCREENED          PIC 9(6) VALUE ZERO.
       01  VFX-159-MER-HELD              PIC 9(6) VALUE ZERO.
       01  VFX-159-APP-SCREENED          PIC 9(6) VALUE ZERO.
       01  VFX-159-APP-HELD              PIC 9(6) VALUE ZERO.
       01  VFX-159-NEW-TOTAL             PIC 9(6) VALUE ZERO.
       01  VFX-159-CNT-ED                PIC ZZZ,ZZ9.
       01  VFX-159-CNT2-ED               PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-161-SANC-REV working storage
       01  VFX-161-RESP                  PIC X.
       01  VFX-161-SEL                   PIC X.
       01  VFX-161-NOTE                  PIC X(30).
       01  VFX-161-EOF-FLAG              PIC X.
           88  VFX-161-EOF               VALUE 'Y'.
       01  VFX-161-CUR-KEY               PIC X(19).
       01  VFX-161-CHK-TYPE              PIC X.
       01  VFX-161-CHK-ID                PIC X(8).
       01  VFX-161-HELD-FLAG             PIC X.
           88  VFX-161-STILL-HELD        VALUE 'Y'.
       01  VFX-161-SCAN-EOF-FLAG         PIC X.
           88  VFX-161-SCAN-EOF          VALUE 'Y'.
       01  VFX-161-OPEN-COUNT            PIC 9(4) VALUE ZERO.
       01  VFX-161-DECIDED-COUNT         PIC 9(4) VALUE ZERO.
       01  VFX-161-VM-ID                 PIC 9(8).
      *-----------------------------------------------------------------
      *Contact consent working storage - shared by the marketing
      *extracts, the member inquiry screen, the merge and the
      *unsubscribe intake
       01  WS-CONS-STATUS                PIC XX.
       01  VFX-CNS-MKT-FLAG              PIC X.
           88  VFX-CNS-MKT-OK            VALUE 'Y'.
      *G3-VFX-7-MBR-INQ consent fields - what the detail and edit
      *screens show and take, and what they held when the edit began
       01  VFX-7-MKT-CONS                PIC X.
       01  VFX-7-SVC-CONS                PIC X.
       01  VFX-7-MKT-DATE                PIC X(8).
       01  VFX-7-MKT-SRC                 PIC X(8).
       01  VFX-7-SVC-DATE                PIC X(8).
       01  VFX-7-SVC-SRC                 PIC X(8).
       01  VFX-7-ORIG-MKT-CONS           PIC X.
       01  VFX-7-ORIG-SVC-CONS           PIC X.
      *-----------------------------------------------------------------
      *G3-VFX-163-UNSUB working storage
       01  WS-UNSUB-STATUS               PIC XX.
       01  VFX-163-EOF-FLAG              PIC X.
           88  VFX-163-EOF               VALUE 'Y'.
       01  VFX-163-SCAN-EOF-FLAG         PIC X.
           88  VFX-163-SCAN-EOF          VALUE 'Y'.
       01  VFX-163-MATCH-FLAG            PIC X.
           88  VFX-163-MATCHED           VALUE 'Y'.
       01  VFX-163-OPTED-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-163-OPTED-THIS            PIC 9(4) VALUE ZERO.
       01  VFX-163-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-163-UNMATCHED-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-163-DETAIL-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-163-TRAILER-FLAG          PIC X VALUE 'N'.
           88  VFX-163-TRAILER-SEEN      VALUE 'Y'.
       01  VFX-163-OPT-DATE              PIC X(8).
       01  VFX-163-RECON-MSG             PIC X(20) VALUE
           "NO TRAILER FOUND".
      *-----------------------------------------------------------------
      *Member referral working storage - shared by the signup screen,
      *the nightly referral credit run and the monthly report
       01  WS-REF-STATUS                 PIC XX.
       01  WS-REF-RPT-STATUS             PIC XX.
      *What each side of a converted referral is credited, and how
      *many referrals one member may make in a calendar year.
       01  VFX-REF-CREDIT-AMT            PIC 9(3)V99 VALUE 10.00.
       01  VFX-REF-YEAR-CAP              PIC 9(3) VALUE 10.
      *G3-VFX-165-REFERRAL working storage
       01  VFX-165-EOF-FLAG              PIC X.
           88  VFX-165-EOF               VALUE 'Y'.
       01  VFX-165-BH-EOF-FLAG           PIC X.
           88  VFX-165-BH-EOF            VALUE 'Y'.
       01  VFX-165-PAID-FLAG             PIC X.
           88  VFX-165-PAID              VALUE 'Y'.
       01  VFX-165-ISSUED-FLAG           PIC X.
           88  VFX-165-ISSUED            VALUE 'Y'.
       01  VFX-165-CYCLE                 PIC X(6).
       01  VFX-165-CRED-MBR              PIC 9(8).
       01  VFX-165-SEQ                   PIC 9(8).
       01  VFX-165-CONV-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-165-PEND-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-165-CRED-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-165-CRED-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  VFX-165-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
      *G3-VFX-167-REF-RPT working storage
       01  VFX-167-MONTH                 PIC X(6).
       01  VFX-167-EOF-FLAG              PIC X.
           88  VFX-167-EOF               VALUE 'Y'.
       01  VFX-167-TAKEN-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-167-TAKEN-CONV            PIC 9(6) VALUE ZERO.
       01  VFX-167-CONV-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-167-PEND-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-167-COST                  PIC 9(5)V99.
       01  VFX-167-COST-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  VFX-167-PER-CONV              PIC 9(7)V99.
       01  VFX-167-COST-ED               PIC ZZ,ZZ9.99.
       01  VFX-167-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-167-CNT-ED                PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      *Posting run-control working storage - shared by the posting
      *batches that register their runs and the supervisor's forced
      *rerun screen. Each posting program keeps its own counters and
      *moves them here before a checkpoint or the end of the run.
       01  WS-RUNC-STATUS                PIC XX.
       01  VFX-RUNC-DATE                 PIC X(8).
       01  VFX-RUNC-ACTION               PIC X.
           88  VFX-RUNC-FRESH            VALUE 'N'.
           88  VFX-RUNC-RESUME           VALUE 'R'.
           88  VFX-RUNC-REFUSE           VALUE 'X'.
       01  VFX-RUNC-LAST-KEY             PIC X(30).
       01  VFX-RUNC-READ                 PIC 9(8).
       01  VFX-RUNC-POSTED               PIC 9(8).
       01  VFX-RUNC-AMT                  PIC S9(11)V99.
       01  VFX-RUNC-AMT-ED               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  VFX-RUNC-ORIG-ED              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  VFX-RUNC-LOG-STATUS           PIC X(20) VALUE "COMPLETE".
      *G3-VFX-169-RUN-FORCE working storage
       01  VFX-169-PROGRAM               PIC X(20).
       01  VFX-169-DATE                  PIC X(8).
       01  VFX-169-NOTE                  PIC X(30).
       01  VFX-169-RESP                  PIC X.
       01  VFX-169-STATUS-TXT            PIC X(12).
       01  VFX-169-DONE-FLAG             PIC X.
           88  VFX-169-DONE              VALUE 'Y'.
       01  VFX-169-FORCED-COUNT          PIC 9(4) VALUE ZERO.
      *-----------------------------------------------------------------
      *Records retention working storage - the schedule screen and
      *the annual retention purge.
       01  WS-RETN-STATUS                PIC XX.
       01  WS-RETA-STATUS                PIC XX.
       01  WS-RETA-WRK-STATUS            PIC XX.
      *G3-VFX-171-RETN-MNT working storage
       01  VFX-171-SEL                   PIC X.
       01  VFX-171-RESP                  PIC X.
       01  VFX-171-FOUND                 PIC X.
       01  VFX-171-EOF-FLAG              PIC X.
           88  VFX-171-EOF               VALUE 'Y'.
       01  VFX-171-FILE-ID               PIC X(8).
       01  VFX-171-REC-TYPE              PIC X(15).
       01  VFX-171-MONTHS-IN             PIC X(3).
       01  VFX-171-MONTHS                PIC 9(3).
       01  VFX-171-MBR-ID                PIC 9(8).
      *G3-VFX-173-RETN-PURGE working storage
       01  VFX-173-RETN-TABLE.
           05  VFX-173-RETN-ROW OCCURS 100 TIMES.
               10  VFX-173-RT-FILE       PIC X(8).
               10  VFX-173-RT-TYPE       PIC X(15).
               10  VFX-173-RT-MONTHS     PIC 9(3).
       01  VFX-173-RETN-COUNT            PIC 9(3) VALUE ZERO.
       01  VFX-173-IDX                   PIC 9(3).
       01  VFX-173-EOF-FLAG              PIC X.
           88  VFX-173-EOF               VALUE 'Y'.
       01  VFX-173-DISP-EOF-FLAG         PIC X.
           88  VFX-173-DISP-EOF          VALUE 'Y'.
       01  VFX-173-RARC-EOF-FLAG         PIC X.
           88  VFX-173-RARC-EOF          VALUE 'Y'.
       01  VFX-173-ARCH-NAME             PIC X(30).
      *The row being judged: callers fill these before 150.
       01  VFX-173-FILE-ID               PIC X(8).
       01  VFX-173-REC-TYPE              PIC X(15).
       01  VFX-173-ROW-DATE              PIC X(8).
       01  VFX-173-ROW-MBR               PIC 9(8).
       01  VFX-173-ACTION                PIC X.
           88  VFX-173-KEEP              VALUE 'K'.
           88  VFX-173-HOLD              VALUE 'H'.
           88  VFX-173-PURGE             VALUE 'P'.
       01  VFX-173-KEEP-MONTHS           PIC 9(3).
       01  VFX-173-BUS-YEAR              PIC 9(4).
       01  VFX-173-BUS-MONTH             PIC 9(2).
       01  VFX-173-ABS-MONTHS            PIC 9(6).
       01  VFX-173-CUT-YEAR              PIC 9(4).
       01  VFX-173-CUT-MONTH             PIC 9(2).
       01  VFX-173-CUTOFF                PIC X(8).
       01  VFX-173-LAST-MBR              PIC 9(8) VALUE ZERO.
       01  VFX-173-PROTECT-FLAG          PIC X.
           88  VFX-173-PROTECTED         VALUE 'Y'.
       01  VFX-173-READ                  PIC 9(8).
       01  VFX-173-KEPT                  PIC 9(8).
       01  VFX-173-HELD                  PIC 9(8).
       01  VFX-173-PURGED                PIC 9(8).
       01  VFX-173-TOT-READ              PIC 9(8) VALUE ZERO.
       01  VFX-173-TOT-KEPT              PIC 9(8) VALUE ZERO.
       01  VFX-173-TOT-HELD              PIC 9(8) VALUE ZERO.
       01  VFX-173-TOT-PURGED            PIC 9(8) VALUE ZERO.
      *-----------------------------------------------------------------
      *Audit log chaining working storage, shared with merchant
      *maintenance.
       COPY WS-AUDCHN.
      *-----------------------------------------------------------------
      *G3-VFX-175-AUD-VERIFY working storage
       01  WS-AUDV-STATUS                PIC XX.
       01  VFX-175-LOG-ID                PIC X(8).
       01  VFX-175-EOF-FLAG              PIC X.
           88  VFX-175-EOF               VALUE 'Y'.
       01  VFX-175-STARTED-FLAG          PIC X.
           88  VFX-175-STARTED           VALUE 'Y'.
       01  VFX-175-SEALED-FLAG           PIC X.
           88  VFX-175-SEALED            VALUE 'Y'.
       01  VFX-175-LINE-NBR              PIC 9(8).
       01  VFX-175-EXPECT                PIC 9(8).
       01  VFX-175-SEQ                   PIC 9(8).
       01  VFX-175-STORED                PIC 9(8).
       01  VFX-175-FIELD                 PIC X(15).
       01  VFX-175-OLD-VALUE             PIC X(30).
       01  VFX-175-NEW-VALUE             PIC X(30).
       01  VFX-175-HEAD-SEQ              PIC 9(8).
       01  VFX-175-HEAD-CHK              PIC 9(8).
       01  VFX-175-HEAD-FLAG             PIC X.
           88  VFX-175-HEAD-FOUND        VALUE 'Y'.
       01  VFX-175-MSG                   PIC X(70).
       01  VFX-175-LINES                 PIC 9(8).
       01  VFX-175-LEGACY                PIC 9(8).
       01  VFX-175-CHAINED               PIC 9(8).
       01  VFX-175-MARKERS               PIC 9(8).
       01  VFX-175-BREAKS                PIC 9(8).
       01  VFX-175-TOT-BREAKS            PIC 9(8) VALUE ZERO.
       01  VFX-175-CNT-ED                PIC ZZ,ZZZ,ZZ9.
       01  VFX-175-RESULT                PIC X(20).
      *-----------------------------------------------------------------
      *Card number encryption working storage - shared by the
      *programs that store, match or trace the full card number.
      *The cipher is a four-round balanced Feistel network over the
      *16 digits, so the stored value is 16 digits too and every
      *existing field still holds it.
       01  WS-CCKEY-STATUS               PIC XX.
       01  WS-PANLOG-STATUS              PIC XX.
       01  WS-CTL-CCKEY-NAME             PIC X(10) VALUE "CCKEYVER".
       01  VFX-PAN-KEY-VER               PIC 9(3).
       01  VFX-PAN-LOADED-VER            PIC 9(3) VALUE ZERO.
       01  VFX-PAN-KEY-FLAG              PIC X VALUE 'N'.
           88  VFX-PAN-KEY-OK            VALUE 'Y'.
       01  VFX-PAN-ROUND-KEYS.
           05  VFX-PAN-ROUND-KEY         PIC 9(8) OCCURS 4 TIMES.
       01  VFX-PAN-CLEAR                 PIC X(16).
       01  VFX-PAN-CIPHER                PIC X(16).
       01  VFX-PAN-BLOCK.
           05  VFX-PAN-LEFT              PIC 9(8).
           05  VFX-PAN-RIGHT             PIC 9(8).
       01  VFX-PAN-BLOCK-X REDEFINES VFX-PAN-BLOCK
                                         PIC X(16).
       01  VFX-PAN-RX                    PIC 9.
       01  VFX-PAN-HALF                  PIC 9(8).
       01  VFX-PAN-F                     PIC 9(8).
       01  VFX-PAN-HOLD                  PIC 9(8).
       01  VFX-PAN-SUM                   PIC 9(9).
       01  VFX-PAN-WORK                  PIC 9(17).
       01  VFX-PAN-QUOT                  PIC 9(17).
       01  VFX-PAN-MBR-ID                PIC 9(8).
       01  VFX-PAN-PURPOSE               PIC X(10).
      *-----------------------------------------------------------------
      *G3-VFX-177-PAN-ROTATE working storage
       01  VFX-177-EOF-FLAG              PIC X VALUE 'N'.
           88  VFX-177-EOF               VALUE 'Y'.
       01  VFX-177-OLD-VER               PIC 9(3).
       01  VFX-177-NEW-VER               PIC 9(3).
       01  VFX-177-SEED                  PIC 9(8).
       01  VFX-177-RANDOM                PIC V9(9).
       01  VFX-177-TODAY                 PIC X(8).
       01  VFX-177-VX                    PIC 9(4).
       01  VFX-177-VER-TABLE.
           05  VFX-177-VER-ROW           OCCURS 1000 TIMES.
               10  VFX-177-BEFORE-CNT    PIC 9(7).
               10  VFX-177-AFTER-CNT     PIC 9(7).
       01  VFX-177-TOTAL-COUNT           PIC 9(7) VALUE ZERO.
       01  VFX-177-ROTATED-COUNT         PIC 9(7) VALUE ZERO.
       01  VFX-177-CLEAR-COUNT           PIC 9(7) VALUE ZERO.
       01  VFX-177-NOKEY-COUNT           PIC 9(7) VALUE ZERO.
       01  VFX-177-RETIRED-COUNT         PIC 9(3) VALUE ZERO.
       01  VFX-177-EXPECT-COUNT          PIC 9(7).
       01  VFX-177-STATUS-TXT            PIC X(20).
       01  VFX-177-VER-ED                PIC ZZ9.
       01  VFX-177-BEFORE-ED             PIC Z,ZZZ,ZZ9.
       01  VFX-177-AFTER-ED              PIC Z,ZZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-179-MRR working storage
       01  WS-MRR-STATUS                 PIC XX.
       01  WS-MRR-RPT-STATUS             PIC XX.
       01  WS-MRR-TRND-STATUS            PIC XX.
       01  VFX-179-EOF-FLAG              PIC X.
           88  VFX-179-EOF               VALUE 'Y'.
       01  VFX-179-MONTH                 PIC X(6).
       01  VFX-179-MONTH-R REDEFINES VFX-179-MONTH.
           05  VFX-179-MONTH-YYYY        PIC 9(4).
           05  VFX-179-MONTH-MM          PIC 9(2).
       01  VFX-179-WORK-MONTH            PIC X(6).
       01  VFX-179-WORK-MONTH-R REDEFINES VFX-179-WORK-MONTH.
           05  VFX-179-WORK-YYYY         PIC 9(4).
           05  VFX-179-WORK-MM           PIC 9(2).
       01  VFX-179-PRIOR-MONTH           PIC X(6).
       01  VFX-179-FIRST-MONTH           PIC X(6).
       01  VFX-179-MONTH-INT             PIC 9(6).
       01  VFX-179-PLAN-COUNT            PIC 99 VALUE ZERO.
       01  VFX-179-PX                    PIC 99.
       01  VFX-179-OLD-PX                PIC 99.
       01  VFX-179-NEW-PX                PIC 99.
       01  VFX-179-ALL-PX                PIC 99.
       01  VFX-179-FIND-CODE             PIC X(3).
       01  VFX-179-FOUND-PX              PIC 99.
       01  VFX-179-PLAN-TABLE.
           05  VFX-179-PLAN-ROW          OCCURS 21 TIMES.
               10  VFX-179-P-CODE        PIC X(3).
               10  VFX-179-P-DESC        PIC X(20).
               10  VFX-179-P-RATE        PIC 9(3)V99.
               10  VFX-179-P-OPEN-SRC    PIC X.
               10  VFX-179-P-OPEN-AMT    PIC S9(7)V99.
               10  VFX-179-P-OPEN-MBRS   PIC 9(6).
               10  VFX-179-P-NEW-AMT     PIC S9(7)V99.
               10  VFX-179-P-NEW-CNT     PIC 9(6).
               10  VFX-179-P-REACT-AMT   PIC S9(7)V99.
               10  VFX-179-P-REACT-CNT   PIC 9(6).
               10  VFX-179-P-UPG-AMT     PIC S9(7)V99.
               10  VFX-179-P-UPG-CNT     PIC 9(6).
               10  VFX-179-P-DNG-AMT     PIC S9(7)V99.
               10  VFX-179-P-DNG-CNT     PIC 9(6).
               10  VFX-179-P-CANC-AMT    PIC S9(7)V99.
               10  VFX-179-P-CANC-CNT    PIC 9(6).
               10  VFX-179-P-SUSP-AMT    PIC S9(7)V99.
               10  VFX-179-P-SUSP-CNT    PIC 9(6).
               10  VFX-179-P-PAUSE-AMT   PIC S9(7)V99.
               10  VFX-179-P-PAUSE-CNT   PIC 9(6).
               10  VFX-179-P-RESUME-AMT  PIC S9(7)V99.
               10  VFX-179-P-RESUME-CNT  PIC 9(6).
               10  VFX-179-P-PAUSED-AMT  PIC S9(7)V99.
               10  VFX-179-P-PAUSED-MBRS PIC 9(6).
               10  VFX-179-P-OTHER-AMT   PIC S9(7)V99.
               10  VFX-179-P-CLOSE-AMT   PIC S9(7)V99.
               10  VFX-179-P-CLOSE-MBRS  PIC 9(6).
       01  VFX-179-UNPLANNED-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-179-MOVE-AMT              PIC S9(7)V99.
       01  VFX-179-CHURN-AMT             PIC S9(7)V99.
       01  VFX-179-GROSS-PCT             PIC S9(3)V99.
       01  VFX-179-NET-PCT               PIC S9(3)V99.
       01  VFX-179-ARPM                  PIC 9(4)V99.
       01  VFX-179-AMT-ED                PIC -Z,ZZZ,ZZ9.99.
       01  VFX-179-CNT-ED                PIC ZZZ,ZZ9.
       01  VFX-179-CNT-TXT REDEFINES VFX-179-CNT-ED PIC X(7).
       01  VFX-179-PCT-ED                PIC -ZZ9.99.
       01  VFX-179-ARPM-ED               PIC Z,ZZ9.99.
       01  VFX-179-LABEL                 PIC X(24).
       01  VFX-179-TREND-COUNT           PIC 9(4) VALUE ZERO.
       01  VFX-179-STAT-CHANGE.
           05  VFX-179-STAT-OLD          PIC X.
           05  VFX-179-STAT-NEW          PIC X.
       01  VFX-179-STAT-PAIR REDEFINES VFX-179-STAT-CHANGE PIC X(2).
           88  VFX-179-STAT-BOOKED       VALUES "AS" "AP" "PA" "PC".
           88  VFX-179-STAT-PAUSE        VALUE "AP".
           88  VFX-179-STAT-RESUME       VALUE "PA".
           88  VFX-179-STAT-PAUSE-CANC   VALUE "PC".
      *-----------------------------------------------------------------
      *Cancellation reason and save offer working storage - the
      *reason table maintenance, the member inquiry cancel path and
      *the monthly cancellation report
       01  WS-CXR-STATUS                 PIC XX.
       01  WS-CXO-STATUS                 PIC XX.
       01  VFX-7-CX-REASON               PIC X(2).
       01  VFX-7-CX-MSG                  PIC X(40).
       01  VFX-7-CX-LIST                 PIC X(78).
       01  VFX-7-CX-LIST-PTR             PIC 9(3).
       01  VFX-7-CX-EOF-FLAG             PIC X.
           88  VFX-7-CX-EOF              VALUE 'Y'.
       01  VFX-7-CX-DONE-FLAG            PIC X.
           88  VFX-7-CX-DONE             VALUE 'Y'.
       01  VFX-7-CX-OFFER                PIC X.
       01  VFX-7-CX-DISC-PCT             PIC 9(3).
       01  VFX-7-CX-RATE                 PIC 9(3)V99.
       01  VFX-7-CX-NEW-RATE             PIC 9(3)V99.
       01  VFX-7-CX-AMT                  PIC 9(3)V99.
       01  VFX-7-CX-AMT-ED               PIC ZZ9.99.
       01  VFX-7-CX-NEW-PLAN             PIC X(3).
       01  VFX-7-CX-GC-NBR               PIC X(12).
       01  VFX-7-CX-GC-SEQ               PIC 9(8).
       01  VFX-7-CX-OFFER-TXT            PIC X(60).
       01  VFX-7-CX-SAVED-FLAG           PIC X.
           88  VFX-7-CX-SAVED            VALUE 'Y'.
       01  VFX-7-CX-OUTCOME              PIC X.
       01  VFX-7-CX-TRY-SEQ              PIC 9(4).
      *-----------------------------------------------------------------
      *G3-VFX-181-CXR-MNT working storage
       01  VFX-181-SEL                   PIC X.
       01  VFX-181-RESP                  PIC X.
       01  VFX-181-EOF-FLAG              PIC X.
           88  VFX-181-EOF               VALUE 'Y'.
       01  VFX-181-NEW-REC.
           03  VFX-181-NEW-CODE          PIC X(2).
           03  VFX-181-NEW-DESC          PIC X(30).
           03  VFX-181-NEW-OFFER         PIC X.
               88  VFX-181-OFFER-VALID   VALUES "D" "G" "P" "N".
           03  VFX-181-NEW-PCT           PIC 9(3).
       01  VFX-181-OFFER-TXT             PIC X(9).
       01  VFX-181-STATUS-TXT            PIC X(7).
       01  VFX-181-PCT-ED                PIC ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-183-CX-RPT working storage
       01  WS-CX-RPT-STATUS              PIC XX.
       01  VFX-183-MONTH                 PIC X(6).
       01  VFX-183-EOF-FLAG              PIC X.
           88  VFX-183-EOF               VALUE 'Y'.
       01  VFX-183-CALL-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-183-SAVED-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-183-LOST-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-183-CREDIT-TOTAL          PIC 9(7)V99 VALUE ZERO.
       01  VFX-183-OVER-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-183-RX                    PIC 99.
       01  VFX-183-OX                    PIC 99.
       01  VFX-183-FOUND-X               PIC 99.
       01  VFX-183-REASON-COUNT          PIC 99 VALUE ZERO.
       01  VFX-183-REASON-TABLE.
           05  VFX-183-REASON-ROW        OCCURS 40 TIMES.
               10  VFX-183-R-CODE        PIC X(2).
               10  VFX-183-R-DESC        PIC X(30).
               10  VFX-183-R-CALLS       PIC 9(6).
               10  VFX-183-R-SAVED       PIC 9(6).
               10  VFX-183-R-LOST        PIC 9(6).
      *One row per offer kind, in the order D G P N.
       01  VFX-183-OFFER-TABLE.
           05  VFX-183-OFFER-ROW         OCCURS 4 TIMES.
               10  VFX-183-F-MADE        PIC 9(6).
               10  VFX-183-F-TAKEN       PIC 9(6).
       01  VFX-183-OFFER-CODES           PIC X(4) VALUE "DGPN".
       01  VFX-183-OFFER-NAMES.
           05  FILLER                    PIC X(18)
                                         VALUE "DISCOUNTED MONTH".
           05  FILLER                    PIC X(18)
                                         VALUE "PLAN DOWNGRADE".
           05  FILLER                    PIC X(18) VALUE "PAUSE".
           05  FILLER                    PIC X(18)
                                         VALUE "NO OFFER".
       01  VFX-183-OFFER-NAME-TBL REDEFINES VFX-183-OFFER-NAMES.
           05  VFX-183-OFFER-NAME        PIC X(18) OCCURS 4 TIMES.
       01  VFX-183-OPER-COUNT            PIC 99 VALUE ZERO.
       01  VFX-183-OPER-TABLE.
           05  VFX-183-OPER-ROW          OCCURS 60 TIMES.
               10  VFX-183-O-ID          PIC X(8).
               10  VFX-183-O-CALLS       PIC 9(6).
               10  VFX-183-O-OFFERS      PIC 9(6).
               10  VFX-183-O-SAVED       PIC 9(6).
               10  VFX-183-O-LOST        PIC 9(6).
       01  VFX-183-RATE                  PIC 9(3)V9.
       01  VFX-183-RATE-ED               PIC ZZ9.9.
       01  VFX-183-CNT1-ED               PIC ZZZ,ZZ9.
       01  VFX-183-CNT2-ED               PIC ZZZ,ZZ9.
       01  VFX-183-CNT3-ED               PIC ZZZ,ZZ9.
       01  VFX-183-CNT4-ED               PIC ZZZ,ZZ9.
       01  VFX-183-AMT-ED                PIC Z,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *Membership pause working storage - the billing extract's pause
      *days, the member inquiry pause screen and the nightly resume
      *batch G3-VFX-185-PAUSE-RSM
       01  VFX-11-PZ-FROM                PIC 9(2).
       01  VFX-11-PZ-TO                  PIC 9(2).
       01  VFX-11-PZ-DAYS                PIC S9(3).
       01  VFX-11-PZ-SKIPPED             PIC 9(6) VALUE ZERO.
       01  VFX-7-PZ-RESUME               PIC X(8).
       01  VFX-7-PZ-RESUME-NUM REDEFINES VFX-7-PZ-RESUME
                                         PIC 9(8).
       01  VFX-7-PZ-LIMIT                PIC X(8).
       01  VFX-7-PZ-LIMIT-R REDEFINES VFX-7-PZ-LIMIT.
           05  VFX-7-PZ-LIMIT-YYYY       PIC 9(4).
           05  VFX-7-PZ-LIMIT-MM         PIC 9(2).
           05  VFX-7-PZ-LIMIT-DD         PIC 9(2).
       01  VFX-7-PZ-MSG                  PIC X(40).
       01  VFX-7-PZ-DONE-FLAG            PIC X.
           88  VFX-7-PZ-DONE             VALUE 'Y'.
       01  VFX-7-PZ-APPLIED-FLAG         PIC X.
           88  VFX-7-PZ-APPLIED          VALUE 'Y'.
       01  VFX-91-PZ-MBR                 PIC 9(8) VALUE ZERO.
       01  VFX-91-PZ-FLAG                PIC X VALUE 'N'.
           88  VFX-91-PZ-HELD            VALUE 'Y'.
       01  VFX-91-PZ-ACTION              PIC X.
       01  VFX-91-DEV-ACTION             PIC X.
       01  VFX-91-PZ-WITHHELD            PIC 9(6) VALUE ZERO.
       01  VFX-91-VM-EOF-FLAG            PIC X.
           88  VFX-91-VM-EOF             VALUE 'Y'.
      *Business date of the last delta run and of the one before it;
      *a delta covers pauses and resumes dated after the earlier run.
       01  WS-CTL-ENTL-LAST-NAME         PIC X(10) VALUE "ENTLDELTA".
       01  WS-CTL-ENTL-PRIOR-NAME        PIC X(10) VALUE "ENTLPRIOR".
       01  VFX-91-LAST-DELTA             PIC X(8).
       01  VFX-91-PRIOR-DELTA            PIC X(8).
       01  VFX-91-DELTA-FROM             PIC X(8).
       01  WS-PZN-STATUS                 PIC XX.
       01  VFX-185-EOF-FLAG              PIC X.
           88  VFX-185-EOF               VALUE 'Y'.
       01  VFX-185-BUS-NUM               PIC 9(8).
       01  VFX-185-RESUME-NUM            PIC 9(8).
       01  VFX-185-DAYS-LEFT             PIC S9(7).
       01  VFX-185-NOTICE                PIC X(8).
       01  VFX-185-MAIL-FLAG             PIC X.
           88  VFX-185-MAIL-OK           VALUE 'Y'.
       01  VFX-185-RESUMED-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-185-NOTICE-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-185-SKIP-COUNT            PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-187-RECEIPT working storage
       01  WS-RCPT-STATUS                PIC XX.
       01  WS-CTL-RCPT-NAME              PIC X(10) VALUE "RECEIPT".
       01  VFX-187-EOF-FLAG              PIC X.
           88  VFX-187-EOF               VALUE 'Y'.
       01  VFX-187-OPEN-FLAG             PIC X VALUE 'N'.
           88  VFX-187-RCPT-OPEN         VALUE 'Y'.
       01  VFX-187-MAIL-FLAG             PIC X.
           88  VFX-187-MAIL-OK           VALUE 'Y'.
       01  VFX-187-KIND                  PIC X(6).
       01  VFX-187-NBR                   PIC 9(8).
       01  VFX-187-CUR-MBR               PIC 9(8).
       01  VFX-187-CUR-BNDL              PIC X(8).
       01  VFX-187-BNDL                  PIC X(8).
       01  VFX-187-BNDL-NAME             PIC X(30).
       01  VFX-187-PRICE                 PIC S9(5)V99.
       01  VFX-187-CREDIT                PIC S9(5)V99.
       01  VFX-187-POINTS                PIC S9(5)V99.
       01  VFX-187-TAX                   PIC S9(5)V99.
       01  VFX-187-CHARGE                PIC S9(5)V99.
       01  VFX-187-TOTALS.
           05  VFX-187-T-ITEMS           PIC 99.
           05  VFX-187-T-PRICE           PIC S9(5)V99.
           05  VFX-187-T-CREDIT          PIC S9(5)V99.
           05  VFX-187-T-POINTS          PIC S9(5)V99.
           05  VFX-187-T-TAX             PIC S9(5)V99.
           05  VFX-187-T-CHARGE          PIC S9(5)V99.
       01  VFX-187-SALE-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-187-RFND-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-187-SKIP-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-187-RCPT-COUNT            PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *Device limit check - shared by G3-VFX-189-DEV-LOAD and the
      *member inquiry's device list
       01  WS-DEV-STATUS                 PIC XX.
       01  VFX-DEV-EOF-FLAG              PIC X.
           88  VFX-DEV-EOF               VALUE 'Y'.
       01  VFX-DEV-ACTIVE                PIC 9(3).
       01  VFX-DEV-MAX                   PIC 9(2).
       01  VFX-DEV-LIM-FLAG              PIC X.
           88  VFX-DEV-LIM-ON-FILE       VALUE 'Y'.
       01  VFX-DEV-OVER-FLAG             PIC X.
           88  VFX-DEV-OVER              VALUE 'Y'.
       01  VFX-DEV-OUTCOME               PIC X(13).
           88  VFX-DEV-NEW-BLOCK         VALUE "NEW BLOCK".
           88  VFX-DEV-STILL-BLOCKED     VALUE "STILL BLOCKED".
           88  VFX-DEV-BLOCK-LIFTED      VALUE "BLOCK LIFTED".
      *-----------------------------------------------------------------
      *G3-VFX-189-DEV-LOAD working storage
       01  WS-DEVF-STATUS                PIC XX.
       01  WS-DEVX-STATUS                PIC XX.
       01  WS-CTL-DEVF-NAME              PIC X(10) VALUE "DEVFEED".
       01  VFX-189-EOF-FLAG              PIC X.
           88  VFX-189-EOF               VALUE 'Y'.
       01  VFX-189-VM-EOF-FLAG           PIC X.
           88  VFX-189-VM-EOF            VALUE 'Y'.
       01  VFX-189-FEED-DATE             PIC X(8).
       01  VFX-189-LOADED-DATE           PIC X(8).
       01  VFX-189-DETAIL-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-189-TRAILER-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-189-TRAILER-FLAG          PIC X VALUE 'N'.
           88  VFX-189-TRAILER-SEEN      VALUE 'Y'.
       01  VFX-189-RESULT                PIC X(20).
       01  VFX-189-REJECT-WHY            PIC X(30).
       01  VFX-189-FOUND-FLAG            PIC X.
           88  VFX-189-FOUND             VALUE 'Y'.
       01  VFX-189-ACT-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-189-DEACT-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-189-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-189-BLOCK-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-189-STILL-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-189-LIFT-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-189-ACTIVE-ED             PIC ZZ9.
       01  VFX-189-MAX-ED                PIC Z9.
      *-----------------------------------------------------------------
      *G3-VFX-7-MBR-INQ device list working storage
       01  VFX-7-DEV-COUNT               PIC 9(3).
       01  VFX-7-DEV-PICK                PIC X(16).
      *-----------------------------------------------------------------
      *Service case categories, shared by G3-VFX-7-MBR-INQ and
      *G3-VFX-199-CASE-AGE: code, name and the service-level target
      *in calendar days from the open date.
       01  WS-CASE-STATUS                PIC XX.
       01  VFX-CASE-CAT-VALUES.
           05  FILLER                    PIC X VALUE "B".
           05  FILLER                    PIC X(16) VALUE "BILLING".
           05  FILLER                    PIC 9(3) VALUE 2.
           05  FILLER                    PIC X VALUE "P".
           05  FILLER                    PIC X(16) VALUE "PLAYBACK".
           05  FILLER                    PIC 9(3) VALUE 3.
           05  FILLER                    PIC X VALUE "R".
           05  FILLER                    PIC X(16)
                                         VALUE "REFUND REQUEST".
           05  FILLER                    PIC 9(3) VALUE 3.
           05  FILLER                    PIC X VALUE "V".
           05  FILLER                    PIC X(16)
                                         VALUE "PRIVACY REQUEST".
           05  FILLER                    PIC 9(3) VALUE 30.
           05  FILLER                    PIC X VALUE "C".
           05  FILLER                    PIC X(16) VALUE "COMPLAINT".
           05  FILLER                    PIC 9(3) VALUE 5.
       01  VFX-CASE-CAT-TBL REDEFINES VFX-CASE-CAT-VALUES.
           05  VFX-CASE-CAT-ROW          OCCURS 5 TIMES.
               10  VFX-CASE-CAT-CODE     PIC X.
               10  VFX-CASE-CAT-NAME     PIC X(16).
               10  VFX-CASE-CAT-SLA      PIC 9(3).
       01  VFX-CASE-CX                   PIC 9.
       01  VFX-CASE-FOUND-X              PIC 9.
      *-----------------------------------------------------------------
      *G3-VFX-7-MBR-INQ service case working storage
       01  VFX-7-CASE-EOF-FLAG           PIC X.
           88  VFX-7-CASE-EOF            VALUE 'Y'.
       01  VFX-7-CASE-COUNT              PIC 9(3).
       01  VFX-7-CASE-LAST               PIC 9(3).
       01  VFX-7-CASE-NBR                PIC 9(3).
       01  VFX-7-CASE-PICK               PIC X.
       01  VFX-7-CASE-CAT                PIC X.
       01  VFX-7-CASE-SUBJ               PIC X(40).
       01  VFX-7-CASE-TEXT               PIC X(50).
       01  VFX-7-CASE-OWNER              PIC X(8).
       01  VFX-7-CASE-STAT               PIC X.
       01  VFX-7-CASE-RES                PIC X(2).
       01  VFX-7-CASE-NX                 PIC 9.
       01  VFX-7-CASE-STAT-TXT           PIC X(7).
       01  VFX-7-CASE-FLAG               PIC X(12).
       01  VFX-7-CASE-TODAY-NUM          PIC 9(8).
       01  VFX-7-CASE-OPEN-NUM           PIC 9(8).
       01  VFX-7-CASE-AGE                PIC S9(5).
      *-----------------------------------------------------------------
      *G3-VFX-191-HOLD-RECON working storage
       01  WS-HOLD-STATUS                PIC XX.
       01  WS-HRC-RPT-STATUS             PIC XX.
       01  VFX-191-EOF-FLAG              PIC X.
           88  VFX-191-EOF               VALUE 'Y'.
       01  VFX-191-AS-OF-DATE            PIC X(8).
       01  VFX-191-DETAIL-COUNT          PIC 9(8) VALUE ZERO.
       01  VFX-191-TRAILER-COUNT         PIC 9(8) VALUE ZERO.
       01  VFX-191-TRAILER-FLAG          PIC X VALUE 'N'.
           88  VFX-191-TRAILER-SEEN      VALUE 'Y'.
       01  VFX-191-RESULT                PIC X(20).
       01  VFX-191-H-KEY.
           05  VFX-191-H-MBR             PIC 9(8).
           05  VFX-191-H-VML             PIC X(8).
       01  VFX-191-H-PREV                PIC X(16).
       01  VFX-191-GOT-FLAG              PIC X.
           88  VFX-191-GOT               VALUE 'Y'.
       01  VFX-191-P-KEY.
           05  VFX-191-P-MBR             PIC 9(8).
           05  VFX-191-P-VML             PIC X(8).
       01  VFX-191-NXT-KEY.
           05  VFX-191-NXT-MBR           PIC 9(8).
           05  VFX-191-NXT-VML           PIC X(8).
       01  VFX-191-G-TITLE               PIC X(30).
       01  VFX-191-G-OWNED               PIC X.
       01  VFX-191-G-DISP                PIC X.
       01  VFX-191-G-EXP                 PIC X.
       01  VFX-191-G-RFND                PIC X.
       01  VFX-191-EXPECT-FLAG           PIC X.
           88  VFX-191-EXPECTED          VALUE 'Y'.
       01  VFX-191-PZ-MBR                PIC 9(8) VALUE ZERO.
       01  VFX-191-PZ-FLAG               PIC X VALUE 'N'.
           88  VFX-191-PAUSED            VALUE 'Y'.
       01  VFX-191-F-MBR                 PIC 9(8).
       01  VFX-191-F-VML                 PIC X(8).
       01  VFX-191-F-TITLE               PIC X(30).
       01  VFX-191-FINDING               PIC X(24).
       01  VFX-191-FIX                   PIC X.
       01  VFX-191-MATCH-COUNT           PIC 9(8) VALUE ZERO.
       01  VFX-191-NEVER-COUNT           PIC 9(8) VALUE ZERO.
       01  VFX-191-RFND-COUNT            PIC 9(8) VALUE ZERO.
       01  VFX-191-EXP-COUNT             PIC 9(8) VALUE ZERO.
       01  VFX-191-DISP-COUNT            PIC 9(8) VALUE ZERO.
       01  VFX-191-PZ-COUNT              PIC 9(8) VALUE ZERO.
       01  VFX-191-MISS-COUNT            PIC 9(8) VALUE ZERO.
       01  VFX-191-DUP-COUNT             PIC 9(8) VALUE ZERO.
       01  VFX-191-CORR-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-191-TOT-LABEL             PIC X(30).
       01  VFX-191-TOT-COUNT             PIC 9(8).
       01  VFX-191-CNT-ED                PIC ZZ,ZZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-193-OPER-RPT working storage
       01  WS-OPA-RPT-STATUS             PIC XX.
       01  VFX-193-PERIOD                PIC X.
           88  VFX-193-WEEKLY            VALUE 'W' 'w'.
           88  VFX-193-MONTHLY           VALUE 'M' 'm'.
       01  VFX-193-MONTH                 PIC X(6).
       01  VFX-193-FROM-DATE             PIC X(8).
       01  VFX-193-TO-DATE               PIC X(8).
       01  VFX-193-TO-NUM                PIC 9(8).
       01  VFX-193-FROM-INT              PIC S9(9).
       01  VFX-193-FROM-NUM              PIC 9(8).
       01  VFX-193-EOF-FLAG              PIC X.
           88  VFX-193-EOF               VALUE 'Y'.
      *One activity being credited: its date, who did it, which
      *column it lands in and, for the money columns, how much.
       01  VFX-193-ACT-DATE              PIC X(8).
       01  VFX-193-ACT-OPER              PIC X(8).
       01  VFX-193-ACT-AMT               PIC 9(5)V99.
       01  VFX-193-MX                    PIC 99.
           88  VFX-193-MONEY-COL         VALUE 5 7.
       01  VFX-193-METRICS               PIC 99 VALUE 12.
      *The job-log archive line, laid out as JOB-LOG-REC; a rating
      *override carries the member and the supervisor in the status.
       01  VFX-193-JLA-IMAGE.
           05  VFX-193-JLA-TSTAMP        PIC X(21).
           05  FILLER                    PIC X(2).
           05  VFX-193-JLA-PROGRAM       PIC X(20).
           05  FILLER                    PIC X(2).
           05  VFX-193-JLA-EVENT         PIC X(5).
           05  FILLER                    PIC X(2).
           05  VFX-193-JLA-COUNT         PIC X(6).
           05  FILLER                    PIC X(2).
           05  VFX-193-JLA-MBR           PIC X(8).
           05  FILLER                    PIC X.
           05  VFX-193-JLA-OPER          PIC X(8).
           05  FILLER                    PIC X(3).
       01  VFX-193-OPER-COUNT            PIC 9(3) VALUE ZERO.
       01  VFX-193-WORKED-COUNT          PIC 9(3) VALUE ZERO.
       01  VFX-193-OX                    PIC 9(3).
       01  VFX-193-HIT                   PIC 9(3).
       01  VFX-193-OPER-TABLE.
           05  VFX-193-OPER-ROW          OCCURS 100 TIMES.
               10  VFX-193-O-ID          PIC X(8).
               10  VFX-193-O-NAME        PIC X(25).
               10  VFX-193-O-ACTIVE      PIC X.
               10  VFX-193-O-WORKED      PIC X.
               10  VFX-193-O-OUT         PIC X.
               10  VFX-193-O-VAL         PIC 9(7)V99
                                         OCCURS 12 TIMES.
       01  VFX-193-TEAM-TABLE.
           05  VFX-193-T-VAL             PIC 9(8)V99
                                         OCCURS 12 TIMES.
       01  VFX-193-AVG-TABLE.
           05  VFX-193-A-VAL             PIC 9(7)V99
                                         OCCURS 12 TIMES.
      *Column headings and the long names the out-of-line list
      *uses, both in report column order.
       01  VFX-193-COL-HEADS.
           05  FILLER                    PIC X(11) VALUE "  ADDS".
           05  FILLER                    PIC X(11) VALUE "  CHGS".
           05  FILLER                    PIC X(11) VALUE "TITLES".
           05  FILLER                    PIC X(11) VALUE " RFNDS".
           05  FILLER                    PIC X(11) VALUE "   RFND AMT".
           05  FILLER                    PIC X(11) VALUE " CRDTS".
           05  FILLER                    PIC X(11) VALUE "   CRDT AMT".
           05  FILLER                    PIC X(11) VALUE " FHREL".
           05  FILLER                    PIC X(11) VALUE " FHREJ".
           05  FILLER                    PIC X(11) VALUE "  DISP".
           05  FILLER                    PIC X(11) VALUE "    DQ".
           05  FILLER                    PIC X(11) VALUE "  OVRD".
       01  VFX-193-COL-HEAD-TBL REDEFINES VFX-193-COL-HEADS.
           05  VFX-193-COL-HEAD          PIC X(11) OCCURS 12 TIMES.
       01  VFX-193-METRIC-NAMES.
           05  FILLER                    PIC X(20)
                                         VALUE "MEMBERS ADDED".
           05  FILLER                    PIC X(20)
                                         VALUE "MBR FIELDS CHANGED".
           05  FILLER                    PIC X(20)
                                         VALUE "TITLES MAINTAINED".
           05  FILLER                    PIC X(20)
                                         VALUE "REFUNDS".
           05  FILLER                    PIC X(20)
                                         VALUE "REFUND DOLLARS".
           05  FILLER                    PIC X(20)
                                         VALUE "CREDITS ISSUED".
           05  FILLER                    PIC X(20)
                                         VALUE "CREDIT DOLLARS".
           05  FILLER                    PIC X(20)
                                         VALUE "FRAUD HOLDS RELEASED".
           05  FILLER                    PIC X(20)
                                         VALUE "FRAUD HOLDS REJECTED".
           05  FILLER                    PIC X(20)
                                         VALUE "DISPUTES WORKED".
           05  FILLER                    PIC X(20)
                                         VALUE "DQ ROWS WORKED".
           05  FILLER                    PIC X(20)
                                         VALUE "RATING OVERRIDES".
       01  VFX-193-METRIC-NAME-TBL REDEFINES VFX-193-METRIC-NAMES.
           05  VFX-193-METRIC-NAME       PIC X(20) OCCURS 12 TIMES.
      *An operator more than this many times the team average on
      *a column is listed for a supervisor to look at.
       01  VFX-193-OUT-FACTOR            PIC 9V9 VALUE 2.0.
       01  VFX-193-RATIO                 PIC 9(3)V9.
       01  VFX-193-RATIO-ED              PIC ZZ9.9.
       01  VFX-193-OUT-COUNT             PIC 9(4) VALUE ZERO.
       01  VFX-193-OTHER-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-193-ACT-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-193-PTR                   PIC 9(3).
       01  VFX-193-CNT-ED                PIC ZZZZ9.
       01  VFX-193-AVG-ED                PIC ZZ9.9.
       01  VFX-193-AMT-ED                PIC ZZZ,ZZ9.99.
       01  VFX-193-AMT2-ED               PIC ZZZ,ZZ9.99.
       01  VFX-193-TOT-ED                PIC ZZZ,ZZ9.
       01  VFX-193-AVG2-ED               PIC ZZZ,ZZ9.9.
       01  VFX-193-COL-VAL               PIC 9(8)V99.
       01  VFX-193-LINE-KIND             PIC X.
           88  VFX-193-AVG-LINE          VALUE 'A'.
      *-----------------------------------------------------------------
      *G3-VFX-195-GC-REVIEW working storage
       01  WS-GCR-STATUS                 PIC XX.
       01  WS-GCR-RPT-STATUS             PIC XX.
       01  VFX-195-MONTH                 PIC X(6).
       01  VFX-195-EOF-FLAG              PIC X.
           88  VFX-195-EOF               VALUE 'Y'.
       01  VFX-195-RFND-EOF-FLAG         PIC X.
           88  VFX-195-RFND-EOF          VALUE 'Y'.
      *A credit spent this soon after it was issued, on a title at
      *or above this price, is worth a second look.
       01  VFX-195-HIGH-PRICE            PIC 9(3)V99 VALUE 15.00.
       01  VFX-195-DRAW-DAYS             PIC 9(3) VALUE 1.
      *With no title named on the credit, a refund by the same
      *operator to the same member this many days before it counts.
       01  VFX-195-RFND-DAYS             PIC 9(3) VALUE 30.
      *An operator whose credit dollars run more than this many
      *times the average of the other issuers is flagged.
       01  VFX-195-VOL-FACTOR            PIC 9V9 VALUE 3.0.
       01  VFX-195-OPER-TABLE.
           05  VFX-195-OPER-COUNT        PIC 9(3) VALUE ZERO.
           05  VFX-195-OPER-ENTRY        OCCURS 100 TIMES.
               10  VFX-195-O-ID          PIC X(8).
               10  VFX-195-O-ADDRESS     PIC X(20).
               10  VFX-195-O-ZIP         PIC 9(5).
               10  VFX-195-O-PHONE       PIC X(11).
               10  VFX-195-O-EMAIL       PIC X(30).
               10  VFX-195-O-CREDITS     PIC 9(5).
               10  VFX-195-O-AMOUNT      PIC 9(7)V99.
       01  VFX-195-OX                    PIC 9(3).
       01  VFX-195-FOUND-X               PIC 9(3).
       01  VFX-195-ISSUERS               PIC 9(3).
       01  VFX-195-TOTAL-AMT             PIC 9(9)V99.
       01  VFX-195-PEER-AVG              PIC 9(7)V99.
       01  VFX-195-PEER-LIMIT            PIC 9(9)V99.
       01  VFX-195-ISSUE-INT             PIC S9(9).
       01  VFX-195-OTHER-INT             PIC S9(9).
       01  VFX-195-GAP-DAYS              PIC S9(5).
       01  VFX-195-DATE-NUM              PIC 9(8).
       01  VFX-195-MATCH-ON              PIC X(7).
       01  VFX-195-HIT-FLAG              PIC X.
           88  VFX-195-HIT               VALUE 'Y'.
       01  VFX-195-MBR-TXT               PIC X(8).
       01  VFX-195-PRICE-ED              PIC ZZ9.99.
       01  VFX-195-CREDIT-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-195-FLAG-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-195-NEW-COUNT             PIC 9(6) VALUE ZERO.
       01  VFX-195-FLAG-DESC             PIC X(16).
       01  VFX-195-ROW-STATUS            PIC X(9).
       01  VFX-195-AMT-ED                PIC Z,ZZZ,ZZ9.99.
       01  VFX-195-CNT-ED                PIC ZZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-197-GCR-WORK working storage
       01  VFX-197-SEL                   PIC X.
       01  VFX-197-NOTE                  PIC X(30).
       01  VFX-197-EOF-FLAG              PIC X.
           88  VFX-197-EOF               VALUE 'Y'.
       01  VFX-197-CUR-KEY               PIC X(19).
       01  VFX-197-OPEN-COUNT            PIC 9(4) VALUE ZERO.
       01  VFX-197-DECIDED-COUNT         PIC 9(4) VALUE ZERO.
       01  VFX-197-OWN-COUNT             PIC 9(4) VALUE ZERO.
       01  VFX-197-OWN-FLAG              PIC X.
           88  VFX-197-OWN-CREDIT        VALUE 'Y'.
       01  VFX-197-AMT-ED                PIC Z,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *G3-VFX-199-CASE-AGE working storage
       01  WS-CASE-RPT-STATUS            PIC XX.
       01  VFX-199-EOF-FLAG              PIC X.
           88  VFX-199-EOF               VALUE 'Y'.
       01  VFX-199-TODAY-NUM             PIC 9(8).
       01  VFX-199-OPEN-NUM              PIC 9(8).
       01  VFX-199-AGE                   PIC S9(5).
      *One row per category and owner holding open cases.
       01  VFX-199-OWNER-TABLE.
           05  VFX-199-ROW-COUNT         PIC 9(3) VALUE ZERO.
           05  VFX-199-ROW               OCCURS 200 TIMES.
               10  VFX-199-R-CAT         PIC 9.
               10  VFX-199-R-OWNER       PIC X(8).
               10  VFX-199-R-OPEN        PIC 9(5).
               10  VFX-199-R-PAST        PIC 9(5).
               10  VFX-199-R-OLDEST      PIC 9(5).
       01  VFX-199-CAT-TOTALS.
           05  VFX-199-CAT-TOT           OCCURS 5 TIMES.
               10  VFX-199-C-OPEN        PIC 9(6).
               10  VFX-199-C-PAST        PIC 9(6).
       01  VFX-199-RX                    PIC 9(3).
       01  VFX-199-FOUND-X               PIC 9(3).
       01  VFX-199-OPEN-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-199-PAST-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-199-OVER-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-199-CAT-NAME              PIC X(16).
       01  VFX-199-STAT-TXT              PIC X(7).
       01  VFX-199-CNT1-ED               PIC ZZ,ZZ9.
       01  VFX-199-CNT2-ED               PIC ZZ,ZZ9.
       01  VFX-199-DAYS-ED               PIC ZZ,ZZ9.
       01  VFX-199-SLA-ED                PIC ZZ9.
       01  VFX-199-FLAG                  PIC X(12).
      *-----------------------------------------------------------------
      *Bank holiday calendar working storage, used by the 980-CAL
      *banking-day paragraphs each calendar reader carries.
       01  WS-CAL-STATUS                 PIC XX.
       01  VFX-CAL-DATE                  PIC 9(8).
       01  VFX-CAL-FROM                  PIC 9(8).
       01  VFX-CAL-TO                    PIC 9(8).
       01  VFX-CAL-COUNT                 PIC S9(5).
       01  VFX-CAL-INT                   PIC S9(9).
       01  VFX-CAL-END-INT               PIC S9(9).
       01  VFX-CAL-DOW-INT               PIC S9(9).
       01  VFX-CAL-QUOT                  PIC S9(9).
      *Day of the week off INTEGER-OF-DATE: day 1 (1 Jan 1601) was a
      *Monday, so the remainder by 7 runs 1 Monday .. 6 Saturday,
      *0 Sunday.
       01  VFX-CAL-DOW                   PIC 9.
           88  VFX-CAL-SATURDAY          VALUE 6.
           88  VFX-CAL-SUNDAY            VALUE 0.
       01  VFX-CAL-BANK-FLAG             PIC X.
           88  VFX-CAL-BANK-DAY          VALUE 'Y'.
       01  VFX-CAL-WHY                   PIC X(30).
       01  VFX-CAL-YEAR-SEEN             PIC X(4) VALUE SPACES.
       01  VFX-CAL-YEAR-FLAG             PIC X.
           88  VFX-CAL-YEAR-ON-FILE      VALUE 'Y'.
       01  VFX-CAL-DAY-VALUES.
           05  FILLER                    PIC X(3) VALUE "SUN".
           05  FILLER                    PIC X(3) VALUE "MON".
           05  FILLER                    PIC X(3) VALUE "TUE".
           05  FILLER                    PIC X(3) VALUE "WED".
           05  FILLER                    PIC X(3) VALUE "THU".
           05  FILLER                    PIC X(3) VALUE "FRI".
           05  FILLER                    PIC X(3) VALUE "SAT".
       01  VFX-CAL-DAY-TBL REDEFINES VFX-CAL-DAY-VALUES.
           05  VFX-CAL-DAY-NAME          PIC X(3) OCCURS 7 TIMES.
      *-----------------------------------------------------------------
      *G3-VFX-201-BANK-CAL working storage
       01  VFX-201-SEL                   PIC X.
       01  VFX-201-RESP                  PIC X.
       01  VFX-201-EOF-FLAG              PIC X.
           88  VFX-201-EOF               VALUE 'Y'.
       01  VFX-201-DATE-IN               PIC X(8).
       01  VFX-201-DATE-NUM              PIC 9(8).
       01  VFX-201-DESC-IN               PIC X(30).
       01  VFX-201-YEAR-IN               PIC X(4).
       01  VFX-201-YEAR-NUM              PIC 9(4).
       01  VFX-201-INT                   PIC S9(9).
       01  VFX-201-END-INT               PIC S9(9).
       01  VFX-201-ADDED-COUNT           PIC 9(4).
       01  VFX-201-HOL-COUNT             PIC 9(4).
       01  VFX-201-WKND-COUNT            PIC 9(4).
      *-----------------------------------------------------------------
      *G3-VFX-203-TITLE-PROF working storage
       01  WS-TPR-RPT-STATUS             PIC XX.
       01  VFX-203-MONTH                 PIC X(6).
       01  VFX-203-EOF-FLAG              PIC X.
           88  VFX-203-EOF               VALUE 'Y'.
       01  VFX-203-FEE-EOF-FLAG          PIC X.
           88  VFX-203-FEE-EOF           VALUE 'Y'.
       01  VFX-203-VML-ID                PIC X(8).
       01  VFX-203-GENRE                 PIC X(15).
       01  VFX-203-TX                    PIC 9(3).
       01  VFX-203-GX                    PIC 9(3).
       01  VFX-203-I                     PIC 9(3).
       01  VFX-203-J                     PIC 9(3).
       01  VFX-203-JP1                   PIC 9(3).
       01  VFX-203-AMT                   PIC S9(7)V99.
       01  VFX-203-DISC                  PIC S9(7)V99.
       01  VFX-203-FUNDED-FLAG           PIC X.
           88  VFX-203-FUNDED            VALUE 'Y'.
       01  VFX-203-SAME-DAY-FLAG         PIC X.
           88  VFX-203-SAME-DAY-REFUND   VALUE 'Y'.
      *One member's purchases all trace through the same card, so the
      *merchant found for the last member is kept and the card is
      *decrypted once per member rather than once per purchase.
       01  VFX-203-LAST-MBR              PIC 9(8) VALUE ZERO.
       01  VFX-203-MER-ID                PIC X(8).
       01  VFX-203-FEE-PCT               PIC 9(2)V99.
       01  VFX-203-FEE-ITEM              PIC 9(1)V99.
       01  VFX-203-PUR-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-203-RFND-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-203-DISP-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-203-UNTRACED-COUNT        PIC 9(7) VALUE ZERO.
       01  VFX-203-DROP-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-203-TITLE-COUNT           PIC 9(3) VALUE ZERO.
       01  VFX-203-T-TEMP.
           05  VFX-203-TT-VML-ID         PIC X(8).
           05  VFX-203-TT-TITLE          PIC X(30).
           05  VFX-203-TT-GENRE          PIC X(15).
           05  VFX-203-TT-ROY-PCT        PIC 9(2)V99.
           05  VFX-203-TT-UNITS          PIC S9(5).
           05  VFX-203-TT-GROSS          PIC S9(7)V99.
           05  VFX-203-TT-PROMO          PIC S9(7)V99.
           05  VFX-203-TT-FUNDED         PIC S9(7)V99.
           05  VFX-203-TT-REFUND         PIC S9(7)V99.
           05  VFX-203-TT-LOST           PIC S9(7)V99.
           05  VFX-203-TT-ROY-BASE       PIC S9(7)V99.
           05  VFX-203-TT-ROYALTY        PIC S9(7)V99.
           05  VFX-203-TT-FEES           PIC S9(7)V99.
           05  VFX-203-TT-CONTRIB        PIC S9(7)V99.
       01  VFX-203-TITLE-TABLE.
           05  VFX-203-T-ROW OCCURS 500 TIMES.
               10  VFX-203-T-VML-ID      PIC X(8).
               10  VFX-203-T-TITLE       PIC X(30).
               10  VFX-203-T-GENRE       PIC X(15).
               10  VFX-203-T-ROY-PCT     PIC 9(2)V99.
               10  VFX-203-T-UNITS       PIC S9(5).
               10  VFX-203-T-GROSS       PIC S9(7)V99.
               10  VFX-203-T-PROMO       PIC S9(7)V99.
               10  VFX-203-T-FUNDED      PIC S9(7)V99.
               10  VFX-203-T-REFUND      PIC S9(7)V99.
               10  VFX-203-T-LOST        PIC S9(7)V99.
      *Net revenue the studio's share is figured on: sales at the
      *price paid, less the month's refunds.
               10  VFX-203-T-ROY-BASE    PIC S9(7)V99.
               10  VFX-203-T-ROYALTY     PIC S9(7)V99.
               10  VFX-203-T-FEES        PIC S9(7)V99.
               10  VFX-203-T-CONTRIB     PIC S9(7)V99.
       01  VFX-203-GENRE-COUNT           PIC 9(3) VALUE ZERO.
       01  VFX-203-G-TEMP.
           05  VFX-203-GT-GENRE          PIC X(15).
           05  VFX-203-GT-UNITS          PIC S9(7).
           05  VFX-203-GT-GROSS          PIC S9(9)V99.
           05  VFX-203-GT-PROMO          PIC S9(9)V99.
           05  VFX-203-GT-FUNDED         PIC S9(9)V99.
           05  VFX-203-GT-REFUND         PIC S9(9)V99.
           05  VFX-203-GT-LOST           PIC S9(9)V99.
           05  VFX-203-GT-ROYALTY        PIC S9(9)V99.
           05  VFX-203-GT-FEES           PIC S9(9)V99.
           05  VFX-203-GT-CONTRIB        PIC S9(9)V99.
       01  VFX-203-GENRE-TABLE.
           05  VFX-203-G-ROW OCCURS 60 TIMES.
               10  VFX-203-G-GENRE       PIC X(15).
               10  VFX-203-G-UNITS       PIC S9(7).
               10  VFX-203-G-GROSS       PIC S9(9)V99.
               10  VFX-203-G-PROMO       PIC S9(9)V99.
               10  VFX-203-G-FUNDED      PIC S9(9)V99.
               10  VFX-203-G-REFUND      PIC S9(9)V99.
               10  VFX-203-G-LOST        PIC S9(9)V99.
               10  VFX-203-G-ROYALTY     PIC S9(9)V99.
               10  VFX-203-G-FEES        PIC S9(9)V99.
               10  VFX-203-G-CONTRIB     PIC S9(9)V99.
       01  VFX-203-TOTALS.
           05  VFX-203-TOT-UNITS         PIC S9(7) VALUE ZERO.
           05  VFX-203-TOT-GROSS         PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-PROMO         PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-FUNDED        PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-REFUND        PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-LOST          PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-ROYALTY       PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-FEES          PIC S9(9)V99 VALUE ZERO.
           05  VFX-203-TOT-CONTRIB       PIC S9(9)V99 VALUE ZERO.
       01  VFX-203-HDR-LINE.
           05  FILLER                    PIC X(40) VALUE
               "VML-ID   TITLE                     UNITS".
           05  FILLER                    PIC X(36) VALUE
               "       GROSS       PROMO     CREDITS".
           05  FILLER                    PIC X(48) VALUE
               "     REFUNDS    DISPUTES     ROYALTY        FEES".
           05  FILLER                    PIC X(16) VALUE
               "    CONTRIBUTION".
       01  VFX-203-DET-LINE.
           05  VFX-203-D-ID              PIC X(8).
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-TITLE           PIC X(23).
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-UNITS           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-GROSS           PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-PROMO           PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-FUNDED          PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-REFUND          PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-LOST            PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-ROYALTY         PIC -ZZZZZZ9.99.
           05  FILLER                    PIC X VALUE SPACE.
           05  VFX-203-D-FEES            PIC -ZZZZZZ9.99.
           05  FILLER                    PIC XX VALUE SPACES.
           05  VFX-203-D-CONTRIB         PIC -ZZ,ZZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *Corporate gift card order file working storage, shared by the
      *order desk, the issue run and the receivables aging.
       01  WS-CORD-STATUS                PIC XX.
       01  WS-CTL-CORD-NAME              PIC X(10) VALUE "CORPORD".
      *-----------------------------------------------------------------
      *G3-VFX-205-CORP-ORD working storage
       01  VFX-205-SEL                   PIC X.
       01  VFX-205-RESP                  PIC X.
       01  VFX-205-SEQ                   PIC 9(8).
       01  VFX-205-ORDER-IN              PIC X(10).
       01  VFX-205-FOUND-FLAG            PIC X.
       01  VFX-205-QTY-IN                PIC 9(5).
       01  VFX-205-DENOM-IN              PIC 9(5)V99.
       01  VFX-205-DISC-IN               PIC 9(2)V99.
       01  VFX-205-TERMS-IN              PIC 9(3).
      *Largest order one invoice takes, deepest volume discount and
      *longest terms the desk may grant.
       01  VFX-205-MAX-QTY               PIC 9(5) VALUE 5000.
       01  VFX-205-MAX-DISC              PIC 9(2)V99 VALUE 50.
       01  VFX-205-MAX-TERMS             PIC 9(3) VALUE 90.
       01  VFX-205-PAY-AMT               PIC 9(7)V99.
       01  VFX-205-PAY-REF               PIC X(15).
       01  VFX-205-BAL-DUE               PIC S9(7)V99.
       01  VFX-205-ACT-COUNT             PIC 9(5).
       01  VFX-205-EOF-FLAG              PIC X.
           88  VFX-205-EOF               VALUE 'Y'.
       01  VFX-205-STAT-TXT              PIC X(8).
       01  VFX-205-AMT-ED                PIC Z,ZZZ,ZZ9.99.
       01  VFX-205-DENOM-ED              PIC ZZ,ZZ9.99.
      *-----------------------------------------------------------------
      *G3-VFX-207-CORP-ISS working storage
       01  WS-CFUL-STATUS                PIC XX.
       01  WS-CINV-STATUS                PIC XX.
       01  VFX-207-EOF-FLAG              PIC X.
           88  VFX-207-EOF               VALUE 'Y'.
       01  VFX-207-STOP-FLAG             PIC X.
           88  VFX-207-STOP              VALUE 'Y'.
       01  VFX-207-PREPAID-FLAG          PIC X.
       01  VFX-207-SEQ                   PIC 9(8).
       01  VFX-207-BUS-NUM               PIC 9(8).
       01  VFX-207-DUE-NUM               PIC 9(8).
       01  VFX-207-ISSUED                PIC 9(5).
       01  VFX-207-ORDER-COUNT           PIC 9(5) VALUE ZERO.
       01  VFX-207-CARD-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-207-REPRINT-COUNT         PIC 9(5) VALUE ZERO.
       01  VFX-207-BAL-DUE               PIC S9(7)V99.
       01  VFX-207-CNT-ED                PIC ZZ,ZZ9.
       01  VFX-207-DENOM-ED              PIC ZZ,ZZ9.99.
       01  VFX-207-AMT-ED                PIC Z,ZZZ,ZZ9.99.
       01  VFX-207-PCT-ED                PIC Z9.99.
       01  VFX-207-TERMS-ED              PIC ZZ9.
      *The rest of a short order, held for its back order, and the
      *first back-order number filed this run.
       01  VFX-207-REST-QTY              PIC 9(5).
       01  VFX-207-REST-GROSS            PIC 9(7)V99.
       01  VFX-207-REST-DISC             PIC 9(7)V99.
       01  VFX-207-REST-NET              PIC 9(7)V99.
       01  VFX-207-REST-PAID             PIC 9(7)V99.
       01  VFX-207-REST-PAID-DATE        PIC X(8).
       01  VFX-207-REST-PAY-REF          PIC X(15).
       01  VFX-207-FROM-ORDER            PIC X(10).
       01  VFX-207-NEW-FROM              PIC X(10) VALUE HIGH-VALUES.
       01  VFX-207-BACK-COUNT            PIC 9(5) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-209-CORP-AR working storage
       01  WS-CORD-AR-STATUS             PIC XX.
       01  VFX-209-EOF-FLAG              PIC X.
           88  VFX-209-EOF               VALUE 'Y'.
       01  VFX-209-TODAY-NUM             PIC 9(8).
       01  VFX-209-DUE-NUM               PIC 9(8).
       01  VFX-209-AGE                   PIC S9(5).
       01  VFX-209-BAL-DUE               PIC S9(7)V99.
       01  VFX-209-BUYER                 PIC X(20).
       01  VFX-209-BUCKET-VALUES.
           05  FILLER                    PIC X(11) VALUE "CURRENT".
           05  FILLER                    PIC X(11) VALUE "1-30 DAYS".
           05  FILLER                    PIC X(11) VALUE "31-60 DAYS".
           05  FILLER                    PIC X(11) VALUE "61-90 DAYS".
           05  FILLER                    PIC X(11) VALUE "OVER 90".
       01  VFX-209-BUCKET-TBL REDEFINES VFX-209-BUCKET-VALUES.
           05  VFX-209-BUCKET-NAME       PIC X(11) OCCURS 5 TIMES.
       01  VFX-209-BUCKET-TOTALS.
           05  VFX-209-BUCKET            OCCURS 5 TIMES.
               10  VFX-209-B-COUNT       PIC 9(5).
               10  VFX-209-B-AMT         PIC 9(9)V99.
       01  VFX-209-BX                    PIC 9.
       01  VFX-209-OPEN-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-209-PAST-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-209-TOTAL-AMT             PIC 9(9)V99 VALUE ZERO.
       01  VFX-209-CNT-ED                PIC ZZ,ZZ9.
       01  VFX-209-AMT-ED                PIC ZZZ,ZZZ,ZZ9.99.
       01  VFX-209-DAYS-ED               PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-211-CRM-CDC working storage
       01  WS-CRM-STATUS                 PIC XX.
       01  WS-CTL-CRM-DATE-NAME          PIC X(10) VALUE "CRMCDCDATE".
       01  WS-CTL-CRM-TIME-NAME          PIC X(10) VALUE "CRMCDCTIME".
       01  VFX-211-EOF-FLAG              PIC X.
           88  VFX-211-EOF               VALUE 'Y'.
      *The journal time the last feed ran up to, and this run's start.
       01  VFX-211-MARK.
           05  VFX-211-MARK-DATE         PIC 9(8).
           05  VFX-211-MARK-TIME         PIC 9(8).
       01  VFX-211-RUN-MARK.
           05  VFX-211-RUN-DATE          PIC 9(8).
           05  VFX-211-RUN-TIME          PIC 9(8).
       01  VFX-211-JRNL.
           05  VFX-211-J-TSTAMP          PIC X(21).
           05  VFX-211-J-FILE-NAME       PIC X(12).
           05  VFX-211-J-ACTION          PIC X.
           05  VFX-211-J-DATA            PIC X(250).
           05  VFX-211-J-PROGRAM         PIC X(20).
           05  VFX-211-J-BEFORE          PIC X(250).
       01  VFX-211-CUR-KIND              PIC X.
       01  VFX-211-CUR-KEY               PIC X(19).
       01  VFX-211-FIRST-ACTION          PIC X.
       01  VFX-211-KEY-MBR               PIC 9(8).
       01  VFX-211-MBR-FOUND-FLAG        PIC X.
       01  VFX-211-ERASED-FLAG           PIC X.
       01  VFX-211-TAKEN-COUNT           PIC 9(7) VALUE ZERO.
       01  VFX-211-MBR-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-PUR-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-ADD-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-CHG-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-DEL-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-REC-COUNT             PIC 9(7) VALUE ZERO.
       01  VFX-211-EXCL-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-211-MBR-HASH              PIC 9(15) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-213-BACKOUT working storage
       01  WS-BKO-STATUS                 PIC XX.
       01  VFX-213-PROGRAM               PIC X(20).
       01  VFX-213-FROM-IN               PIC X(12).
       01  VFX-213-TO-IN                 PIC X(12).
      *The window as journal time stamps, YYYYMMDDHHMMSShh.
       01  VFX-213-FROM                  PIC X(16).
       01  VFX-213-TO                    PIC X(16).
       01  VFX-213-RESP                  PIC X.
       01  VFX-213-EOF-FLAG              PIC X.
           88  VFX-213-EOF               VALUE 'Y'.
       01  VFX-213-FULL-FLAG             PIC X.
           88  VFX-213-FULL              VALUE 'Y'.
       01  VFX-213-IN-RUN-FLAG           PIC X.
           88  VFX-213-IN-RUN            VALUE 'Y'.
       01  VFX-213-OK-FLAG               PIC X.
           88  VFX-213-OK                VALUE 'Y'.
      *The run's journal lines in the order they were written;
      *they are backed out from the last entry up.
       01  VFX-213-MAX                   PIC 9(4) VALUE 500.
       01  VFX-213-COUNT                 PIC 9(4) VALUE ZERO.
       01  VFX-213-IX                    PIC 9(4).
       01  VFX-213-TABLE.
           05  VFX-213-ENTRY OCCURS 500 TIMES.
               10  VFX-213-E-TSTAMP      PIC X(21).
               10  VFX-213-E-FILE-NAME   PIC X(12).
               10  VFX-213-E-ACTION      PIC X.
               10  VFX-213-E-KEY         PIC X(20).
               10  VFX-213-E-DATA        PIC X(250).
               10  VFX-213-E-BEFORE      PIC X(250).
      *The record key of whichever journal line is being looked at.
       01  VFX-213-FILE-NAME             PIC X(12).
       01  VFX-213-DATA                  PIC X(250).
       01  VFX-213-KEY                   PIC X(20).
       01  VFX-213-LATER-COUNT           PIC 9(5) VALUE ZERO.
       01  VFX-213-NO-IMAGE-COUNT        PIC 9(5) VALUE ZERO.
       01  VFX-213-DONE-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-213-FAIL-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-213-OUTCOME               PIC X(40).
       01  VFX-213-CNT-ED                PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-215-ATO-SCAN working storage
       01  WS-ATON-STATUS                PIC XX.
       01  WS-ATORPT-STATUS              PIC XX.
      *How far back contact and card changes are looked at, how many
      *days of purchases after a change are judged, and how many
      *days before it make up the member's normal level.
       01  VFX-215-LOOKBACK              PIC 9(3) VALUE 10.
       01  VFX-215-WINDOW                PIC 9(3) VALUE 5.
       01  VFX-215-BASE-DAYS             PIC 9(3) VALUE 90.
      *Points per signal, and the score at which a member is held.
       01  VFX-215-PTS-EMAIL             PIC 9(3) VALUE 25.
       01  VFX-215-PTS-PHONE             PIC 9(3) VALUE 10.
       01  VFX-215-PTS-ADDR              PIC 9(3) VALUE 10.
       01  VFX-215-PTS-CARD              PIC 9(3) VALUE 20.
       01  VFX-215-PTS-MULTI             PIC 9(3) VALUE 20.
       01  VFX-215-PTS-SPEND             PIC 9(3) VALUE 30.
       01  VFX-215-PTS-RENT              PIC 9(3) VALUE 15.
       01  VFX-215-PTS-PROF              PIC 9(3) VALUE 10.
       01  VFX-215-HOLD-SCORE            PIC 9(3) VALUE 60.
      *Spend after the change counts as far above normal at this
      *many times the baseline for the same number of days, and
      *never below the floor amount.
       01  VFX-215-SPIKE-FACTOR          PIC 9 VALUE 3.
       01  VFX-215-SPIKE-MIN             PIC 9(3)V99 VALUE 20.00.
       01  VFX-215-AUD-EOF-FLAG          PIC X.
           88  VFX-215-AUD-EOF           VALUE 'Y'.
       01  VFX-215-SCAN-EOF-FLAG         PIC X.
           88  VFX-215-SCAN-EOF          VALUE 'Y'.
       01  VFX-215-SKIP-FLAG             PIC X.
           88  VFX-215-SKIP              VALUE 'Y'.
       01  VFX-215-MAIL-FLAG             PIC X.
           88  VFX-215-MAIL-OK           VALUE 'Y'.
       01  VFX-215-BUS-NUM               PIC 9(8).
       01  VFX-215-DATE-NUM              PIC 9(8).
       01  VFX-215-END-NUM               PIC 9(8).
       01  VFX-215-WORK-INT              PIC S9(9).
       01  VFX-215-FROM-DATE             PIC X(8).
       01  VFX-215-AUD-DATE              PIC X(8).
      *Members with a change inside the lookback, one entry each, in
      *the order the audit log first names them.
       01  VFX-215-MAX                   PIC 9(4) VALUE 2000.
       01  VFX-215-COUNT                 PIC 9(4) VALUE ZERO.
       01  VFX-215-IX                    PIC 9(4).
       01  VFX-215-MX                    PIC 9(4).
       01  VFX-215-TABLE.
           05  VFX-215-ENTRY OCCURS 2000 TIMES.
               10  VFX-215-E-MBR-ID      PIC 9(8).
               10  VFX-215-E-FIRST-DATE  PIC X(8).
               10  VFX-215-E-EMAIL-DATE  PIC X(8).
               10  VFX-215-E-PHONE-DATE  PIC X(8).
               10  VFX-215-E-ADDR-DATE   PIC X(8).
               10  VFX-215-E-CARD-DATE   PIC X(8).
      *The address the member had before the first email change.
               10  VFX-215-E-PRIOR-EMAIL PIC X(30).
      *The card mask the latest swap put on file, and whether it
      *was the member's own card (P) or the backup (B).
               10  VFX-215-E-CARD-MASK   PIC X(16).
               10  VFX-215-E-CARD-KIND   PIC X.
      *The member being judged.
       01  VFX-215-CHG-DATE              PIC X(8).
       01  VFX-215-WIN-END               PIC X(8).
       01  VFX-215-BASE-FROM             PIC X(8).
       01  VFX-215-WIN-DAYS              PIC 9(3).
       01  VFX-215-POST-AMT              PIC 9(5)V99.
       01  VFX-215-POST-COUNT            PIC 9(3).
       01  VFX-215-RENT-COUNT            PIC 9(3).
       01  VFX-215-BASE-AMT              PIC 9(7)V99.
       01  VFX-215-EXPECT-AMT            PIC 9(7)V99.
       01  VFX-215-PROF-COUNT            PIC 9(3).
       01  VFX-215-CARD-FLAG             PIC X.
           88  VFX-215-CARD-ON-FILE      VALUE 'Y'.
       01  VFX-215-SCORE                 PIC 9(3).
       01  VFX-215-SIGNALS               PIC X(60).
       01  VFX-215-SIG-PTR               PIC 99.
       01  VFX-215-NOTICE-EMAIL          PIC X(30).
       01  VFX-215-OUTCOME               PIC X(16).
      *Totals for the report and the job log.
       01  VFX-215-LINE-COUNT            PIC 9(7) VALUE ZERO.
       01  VFX-215-OVER-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-215-JUDGED-COUNT          PIC 9(5) VALUE ZERO.
       01  VFX-215-PASSED-COUNT          PIC 9(5) VALUE ZERO.
       01  VFX-215-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  VFX-215-NOTICE-COUNT          PIC 9(5) VALUE ZERO.
       01  VFX-215-SCORE-ED              PIC ZZ9.
       01  VFX-215-AMT-ED                PIC ZZ,ZZ9.99.
       01  VFX-215-CNT-ED                PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
      *Free trial working storage - the signup trial offer, the
      *trial purchase limit, the billing extract's trial days, the
      *offer table upkeep G3-VFX-217-TOFR-MNT, the nightly trial
      *batch G3-VFX-219-TRIAL-RUN and the monthly trial report
      *G3-VFX-221-TRIAL-RPT
       01  WS-TOFR-STATUS                PIC XX.
       01  WS-TRIAL-STATUS               PIC XX.
       01  WS-TNTC-STATUS                PIC XX.
       01  WS-TRIAL-RPT-STATUS           PIC XX.
       01  VFX-1-TRIAL-CODE              PIC X(10).
       01  VFX-1-TRIAL-DONE-FLAG         PIC X.
           88  VFX-1-TRIAL-DONE          VALUE 'Y'.
       01  VFX-1-TRIAL-NUM               PIC 9(8).
       01  VFX-1-TRIAL-INT               PIC S9(9).
       01  VFX-1-TRIAL-LIMIT-ED          PIC ZZ9.99.
       01  VFX-3-TRIAL-FLAG              PIC X VALUE 'N'.
           88  VFX-3-ON-TRIAL            VALUE 'Y'.
       01  VFX-3-TRIAL-START             PIC X(8).
       01  VFX-3-TRIAL-LIMIT             PIC 9(3)V99.
       01  VFX-3-TRIAL-AMT               PIC 9(5)V99.
       01  VFX-3-TRIAL-OVER-FLAG         PIC X VALUE 'N'.
       01  VFX-11-TR-TO                  PIC 9(2).
       01  VFX-11-TR-DAYS                PIC S9(3).
       01  VFX-11-TR-SKIPPED             PIC 9(6) VALUE ZERO.
       01  VFX-217-SEL                   PIC X.
       01  VFX-217-RESP                  PIC X.
       01  VFX-217-EOF-FLAG              PIC X.
           88  VFX-217-EOF               VALUE 'Y'.
       01  VFX-217-NEW-REC.
           03  VFX-217-NEW-CODE          PIC X(10).
           03  VFX-217-NEW-DESC          PIC X(30).
           03  VFX-217-NEW-DAYS          PIC 9(3).
           03  VFX-217-NEW-LIMIT         PIC 9(3)V99.
       01  VFX-217-STATUS-TXT            PIC X(7).
       01  VFX-217-DAYS-ED               PIC ZZ9.
       01  VFX-217-LIMIT-ED              PIC ZZ9.99.
      *The reminder goes out once the trial is this many days or
      *fewer from its last free day.
       01  VFX-219-NOTICE-DAYS           PIC 9(2) VALUE 3.
       01  VFX-219-EOF-FLAG              PIC X.
           88  VFX-219-EOF               VALUE 'Y'.
       01  VFX-219-MAIL-FLAG             PIC X.
           88  VFX-219-MAIL-OK           VALUE 'Y'.
       01  VFX-219-BUS-NUM               PIC 9(8).
       01  VFX-219-END-NUM               PIC 9(8).
       01  VFX-219-DAYS-LEFT             PIC S9(7).
       01  VFX-219-WORK-INT              PIC S9(9).
       01  VFX-219-CONVERTED-COUNT       PIC 9(6) VALUE ZERO.
       01  VFX-219-CANCELED-COUNT        PIC 9(6) VALUE ZERO.
       01  VFX-219-NOTICE-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-219-SKIP-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-219-WAIT-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-221-MONTH                 PIC X(6).
       01  VFX-221-EOF-FLAG              PIC X.
           88  VFX-221-EOF               VALUE 'Y'.
       01  VFX-221-OX                    PIC 9(3).
       01  VFX-221-FOUND-X               PIC 9(3).
       01  VFX-221-OFFER-COUNT           PIC 9(3) VALUE ZERO.
       01  VFX-221-OFFER-TABLE.
           05  VFX-221-OFFER-ROW         OCCURS 100 TIMES.
               10  VFX-221-O-CODE        PIC X(10).
               10  VFX-221-O-DESC        PIC X(30).
               10  VFX-221-O-STARTS      PIC 9(6).
               10  VFX-221-O-CONV        PIC 9(6).
               10  VFX-221-O-CANC        PIC 9(6).
       01  VFX-221-START-TOTAL           PIC 9(6) VALUE ZERO.
       01  VFX-221-CONV-TOTAL            PIC 9(6) VALUE ZERO.
       01  VFX-221-CANC-TOTAL            PIC 9(6) VALUE ZERO.
       01  VFX-221-OPEN-TOTAL            PIC 9(6) VALUE ZERO.
       01  VFX-221-OVER-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-221-RATE                  PIC 9(3)V9.
       01  VFX-221-RATE-ED               PIC ZZ9.9.
       01  VFX-221-CNT1-ED               PIC ZZZ,ZZ9.
       01  VFX-221-CNT2-ED               PIC ZZZ,ZZ9.
       01  VFX-221-CNT3-ED               PIC ZZZ,ZZ9.
       01  VFX-179-START-DATE            PIC X(8).
       01  VFX-179-CONV-NUM              PIC 9(8).
       01  VFX-179-CONV-INT              PIC S9(9).
      *Annual billing - month-end arithmetic shared by the programs
      *that move a member's paid-through date: VFX-ANN-THRU comes
      *back as the last day of the month VFX-ANN-SPAN months on
      *from the first of VFX-ANN-CYCLE (a span of 1 is that month).
       01  VFX-ANN-CYCLE.
           05  VFX-ANN-CY-YEAR           PIC 9(4).
           05  VFX-ANN-CY-MONTH          PIC 9(2).
       01  VFX-ANN-SPAN                  PIC 9(2).
       01  VFX-ANN-MONTHS                PIC 9(6).
       01  VFX-ANN-END-YEAR              PIC 9(4).
       01  VFX-ANN-END-MONTH             PIC 9(2).
       01  VFX-ANN-NUM                   PIC 9(8).
       01  VFX-ANN-INT                   PIC S9(9).
       01  VFX-ANN-THRU                  PIC X(8).
       01  VFX-11-PP-SKIPPED             PIC 9(6) VALUE ZERO.
       01  VFX-11-ANNUAL-COUNT           PIC 9(6) VALUE ZERO.
       01  VFX-25-PREPAID-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-137-PREPAID-COUNT         PIC 9(6) VALUE ZERO.
      *G3-VFX-141-DEF-REV annual plans - months are counted as
      *year * 12 + month so a term's months subtract cleanly.
       01  VFX-141-AN-CYC-IX             PIC 9(6).
       01  VFX-141-AN-START-IX           PIC 9(6).
       01  VFX-141-AN-REF-IX             PIC 9(6).
       01  VFX-141-AN-K                  PIC S9(4).
       01  VFX-141-AN-RM                 PIC S9(4).
       01  VFX-141-AN-J                  PIC S9(4).
       01  VFX-141-AN-EFF                PIC S9(4).
       01  VFX-141-AN-CHARGE             PIC 9(3)V99.
       01  VFX-141-AN-SHARE              PIC 9(3)V99.
       01  VFX-141-AN-REFUND             PIC 9(3)V99.
       01  VFX-141-AN-REC-AT             PIC 9(5)V99.
       01  VFX-141-AN-RF-AT              PIC 9(5)V99.
       01  VFX-141-AN-REC-PREV           PIC 9(5)V99.
       01  VFX-141-AN-RF-PREV            PIC 9(5)V99.
       01  VFX-141-AN-OPEN               PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-AN-BILLED             PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-AN-RECOG              PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-AN-REFUNDED           PIC 9(9)V99 VALUE ZERO.
       01  VFX-141-AN-CLOSE              PIC S9(9)V99 VALUE ZERO.
       01  VFX-141-AN-COUNT              PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-223-ANN-RENEW working storage
       01  WS-RNTC-STATUS                PIC XX.
      *The renewal notice goes out once the prepaid year is this
      *many days or fewer from renewing.
       01  VFX-223-NOTICE-DAYS           PIC 9(3) VALUE 30.
       01  VFX-223-EOF-FLAG              PIC X.
           88  VFX-223-EOF               VALUE 'Y'.
       01  VFX-223-BUS-NUM               PIC 9(8).
       01  VFX-223-RENEW-NUM             PIC 9(8).
       01  VFX-223-RENEW-INT             PIC S9(9).
       01  VFX-223-DAYS-LEFT             PIC S9(7).
       01  VFX-223-NOTICE-COUNT          PIC 9(6) VALUE ZERO.
       01  VFX-223-POST-COUNT            PIC 9(6) VALUE ZERO.
      *-----------------------------------------------------------------
      *G3-VFX-225-GL-TIE working storage (the GL account map is
      *loaded into G3-VFX-77-GL-POST's table)
       01  WS-TIE-STATUS                 PIC XX.
       01  WS-TIE-RPT-STATUS             PIC XX.
       01  VFX-225-EOF-FLAG              PIC X.
           88  VFX-225-EOF               VALUE 'Y'.
       01  VFX-225-CYCLE                 PIC X(6).
       01  VFX-225-PRIOR-CYCLE.
           05  VFX-225-PR-YEAR           PIC 9(4).
           05  VFX-225-PR-MONTH          PIC 9(2).
       01  VFX-225-TODAY                 PIC X(8).
       01  VFX-225-I                     PIC 9(2).
       01  VFX-225-ROW-COUNT             PIC 9(2) VALUE ZERO.
       01  VFX-225-ROW-TABLE.
           05  VFX-225-ROW OCCURS 6 TIMES.
               10  VFX-225-R-LINE        PIC X(4).
               10  VFX-225-R-LABEL       PIC X(26).
               10  VFX-225-R-TYPE        PIC X(4).
               10  VFX-225-R-ACCT        PIC X(8).
      *CR or DR takes that side of the account only; NT nets the
      *credits less the debits.
               10  VFX-225-R-SIDE        PIC X(2).
               10  VFX-225-R-DESC        PIC X(30).
               10  VFX-225-R-BAL-FLAG    PIC X.
                   88  VFX-225-R-BALANCE VALUE 'Y'.
               10  VFX-225-R-OPEN-FLAG   PIC X.
                   88  VFX-225-R-NO-PRIOR VALUE 'N'.
               10  VFX-225-R-OPEN        PIC S9(9)V99.
               10  VFX-225-R-CLOSE       PIC S9(9)V99.
               10  VFX-225-R-SUB         PIC S9(9)V99.
               10  VFX-225-R-GL          PIC S9(9)V99.
               10  VFX-225-R-VAR         PIC S9(9)V99.
               10  VFX-225-R-STATUS      PIC X.
               10  VFX-225-R-EXPL        PIC X(40).
       01  VFX-225-PTS-TOTAL             PIC 9(11) VALUE ZERO.
       01  VFX-225-LINE-CYCLE            PIC X(6).
       01  VFX-225-LINE-ACCT             PIC X(8).
       01  VFX-225-LINE-DRCR             PIC X(2).
       01  VFX-225-LINE-AMT              PIC 9(9)V99.
       01  VFX-225-LINE-DESC             PIC X(30).
       01  VFX-225-GL-LINES              PIC 9(6) VALUE ZERO.
       01  VFX-225-OPEN-COUNT            PIC 9(2) VALUE ZERO.
       01  VFX-225-AMT-ED                PIC -ZZZ,ZZZ,ZZ9.99.
       01  VFX-225-STATUS-TXT            PIC X(12).
      *-----------------------------------------------------------------
      *G3-VFX-227-WQ-AGE working storage
       01  WS-WQC-STATUS                 PIC XX.
       01  WS-WQ-RPT-STATUS              PIC XX.
       01  WS-WQ-ESC-STATUS              PIC XX.
      *Exception queues: code, name and the target in calendar days
      *an item may wait before it goes on the supervisor list. Fraud
      *holds are held sales a good customer may be waiting on, so
      *they get a day; disputes are escalated well inside the
      *processor's response window (VFX-227-DISP-RESP-DAYS).
       01  VFX-WQ-VALUES.
           05  FILLER                    PIC X VALUE "D".
           05  FILLER                    PIC X(16) VALUE "DATA QUALITY".
           05  FILLER                    PIC 9(3) VALUE 10.
           05  FILLER                    PIC X VALUE "F".
           05  FILLER                    PIC X(16) VALUE "FRAUD HOLD".
           05  FILLER                    PIC 9(3) VALUE 1.
           05  FILLER                    PIC X VALUE "C".
           05  FILLER                    PIC X(16) VALUE "DISPUTE".
           05  FILLER                    PIC 9(3) VALUE 5.
           05  FILLER                    PIC X VALUE "P".
           05  FILLER                    PIC X(16)
                                         VALUE "PRE-ORDER".
           05  FILLER                    PIC 9(3) VALUE 3.
           05  FILLER                    PIC X VALUE "A".
           05  FILLER                    PIC X(16) VALUE "ACH REJECT".
           05  FILLER                    PIC 9(3) VALUE 2.
           05  FILLER                    PIC X VALUE "U".
           05  FILLER                    PIC X(16)
                                         VALUE "ACCOUNT UPDATER".
           05  FILLER                    PIC 9(3) VALUE 5.
           05  FILLER                    PIC X VALUE "B".
           05  FILLER                    PIC X(16)
                                         VALUE "BILLING RESPONSE".
           05  FILLER                    PIC 9(3) VALUE 2.
       01  VFX-WQ-TABLE REDEFINES VFX-WQ-VALUES.
           05  VFX-WQ-ENTRY              OCCURS 7 TIMES.
               10  VFX-WQ-CODE           PIC X.
               10  VFX-WQ-NAME           PIC X(16).
               10  VFX-WQ-TARGET         PIC 9(3).
       01  VFX-227-DISP-RESP-DAYS        PIC 9(3) VALUE 10.
       01  VFX-227-EOF-FLAG              PIC X.
           88  VFX-227-EOF               VALUE 'Y'.
       01  VFX-227-TODAY-NUM             PIC 9(8).
       01  VFX-227-START-NUM             PIC 9(8).
       01  VFX-227-START-DATE            PIC X(8).
       01  VFX-227-DUE-NUM               PIC 9(8).
       01  VFX-227-AGE                   PIC S9(5).
       01  VFX-227-QX                    PIC 9.
       01  VFX-227-REF                   PIC X(40).
       01  VFX-227-DETAIL                PIC X(93).
       01  VFX-227-QUEUE-TOTALS.
           05  VFX-227-Q                 OCCURS 7 TIMES.
               10  VFX-227-Q-BKT         PIC 9(5) OCCURS 4 TIMES.
               10  VFX-227-Q-OPEN        PIC 9(6).
               10  VFX-227-Q-PAST        PIC 9(6).
               10  VFX-227-Q-OLDEST      PIC 9(5).
               10  VFX-227-Q-OLD-DATE    PIC X(8).
               10  VFX-227-Q-OLD-REF     PIC X(40).
               10  VFX-227-Q-OLD-DETAIL  PIC X(93).
       01  VFX-227-BX                    PIC 9.
       01  VFX-227-OPEN-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-227-PAST-COUNT            PIC 9(6) VALUE ZERO.
       01  VFX-227-UNDATED-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-227-CLEARED-COUNT         PIC 9(6) VALUE ZERO.
       01  VFX-227-CNT-ED                PIC ZZ,ZZ9.
       01  VFX-227-BKT-ED                PIC ZZ,ZZ9 OCCURS 4 TIMES.
       01  VFX-227-PAST-ED               PIC ZZ,ZZ9.
       01  VFX-227-DAYS-ED               PIC ZZ,ZZ9.
       01  VFX-227-SLA-ED                PIC ZZ9.
      *-----------------------------------------------------------------
      *G3-VFX-229-RPT-ARCH / G3-VFX-231-RPT-REPRINT working storage
       01  WS-RIDX-STATUS                PIC XX.
       01  WS-RARC-STATUS                PIC XX.
       01  WS-RSRC-STATUS                PIC XX.
       01  WS-RPRT-STATUS                PIC XX.
      *Page count is worked out at the standard printer page.
       01  VFX-229-PAGE-LINES            PIC 9(3) VALUE 60.
       01  VFX-229-EOF-FLAG              PIC X.
           88  VFX-229-EOF               VALUE 'Y'.
       01  VFX-229-SEQ                   PIC 9(3).
       01  VFX-229-LINES                 PIC 9(7).
       01  VFX-229-RPT-ID                PIC X(15).
       01  VFX-231-SEL                   PIC X.
       01  VFX-231-EOF-FLAG              PIC X.
           88  VFX-231-EOF               VALUE 'Y'.
       01  VFX-231-PROG                  PIC X(20).
       01  VFX-231-FROM-DATE             PIC X(8).
       01  VFX-231-TO-DATE               PIC X(8).
       01  VFX-231-SEQ-IN                PIC X(3).
       01  VFX-231-LIST-COUNT            PIC 9(5).
       01  VFX-231-LINES                 PIC 9(7).
       01  VFX-231-STAT-TXT              PIC X(8).
       01  VFX-231-LINES-ED              PIC Z,ZZZ,ZZ9.
       01  VFX-231-PAGES-ED              PIC ZZ,ZZ9.
