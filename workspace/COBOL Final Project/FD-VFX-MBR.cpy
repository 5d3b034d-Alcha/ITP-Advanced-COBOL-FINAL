           05  VM-ZIP-KEY              PIC 9(5).
           05  VM-PHONE                PIC X(11).
           05  VM-EMAIL-KEY            PIC X(30).
      *G3-VFX-71-ERASE leaves this address on an erased member.
               88  VM-ERASED           VALUE "ERASED@ERASED".
           05  VM-CC                   PIC X(16).
           05  VM-STATUS               PIC X.
               88  VM-ACTIVE           VALUE "A".
               88  VM-CANCELED         VALUE "C".
               88  VM-SUSPENDED        VALUE "S".
               88  VM-MERGED           VALUE "M".
      *A possible watch-list match parks a new or returning member
      *on compliance hold instead of activating them; only a
      *supervisor clearing the match lets them go active.
               88  VM-COMP-HOLD        VALUE "H".
      *A paused member is on vacation hold: not billed, no
      *purchases and no streaming until the resume date, when the
      *nightly resume batch puts them back to active.
               88  VM-PAUSED           VALUE "P".
      *A member signed up under a free trial offer streams and buys
      *up to the offer's limit but is not billed until the nightly
      *trial batch converts them to active the day after the trial
      *ends.
               88  VM-TRIAL            VALUE "T".
           05  VM-PLAN-CODE            PIC X(3).
           05  VM-ENROLL-DATE          PIC X(8).
           05  VM-CANCEL-DATE          PIC X(8).
      *through the edit screens clears the flag.
           05  VM-EMAIL-FLAG           PIC X.
               88  VM-EMAIL-UNDELIV    VALUE "U".
      *VM-LEGAL-HOLD is set by a supervisor when counsel puts the
      *member's records under a litigation or regulator hold; the
      *retention purge and the erasure leave a held member's
      *history alone until it is lifted.
           05  VM-LEGAL-HOLD           PIC X.
               88  VM-ON-LEGAL-HOLD    VALUE "Y".
      *VM-PAUSE-DATE and VM-RESUME-DATE bound the member's latest
      *pause - while paused, the day it began and the day it ends;
      *once back, the day it began and the day it actually ended.
      *VM-RESUME-NOTICE marks the week-ahead resume notice as sent.
           05  VM-PAUSE-DATE           PIC X(8).
           05  VM-RESUME-DATE          PIC X(8).
           05  VM-RESUME-NOTICE        PIC X.
               88  VM-RESUME-NOTICED   VALUE "Y".
      *VM-ATO-HOLD is set by the nightly account-takeover scan when
      *contact or card changes are followed by purchases that do not
      *look like the member's own. Purchases are blocked until a
      *supervisor lifts it from the fraud hold review once the
      *member has verified the changes.
           05  VM-ATO-HOLD             PIC X.
               88  VM-TAKEOVER-HOLD    VALUE "Y".
      *VM-TRIAL-END is the last free day of the member's trial,
      *spaces for a member who never had one. It stays after the
      *trial converts so billing knows where the paid days begin.
           05  VM-TRIAL-END            PIC X(8).
      *VM-BILL-FREQ is how the member pays - M (or space on older
      *rows) every month, A a year at a time at the plan's annual
      *rate. VM-PAID-THRU is the last day (a month end) that a
      *prepaid year covers, spaces while nothing is prepaid; the
      *monthly run bills nobody for a cycle already paid through.
      *VM-RENEW-NOTICE marks the renewal notice for the current
      *term as sent; posting the next year's charge clears it.
           05  VM-BILL-FREQ            PIC X.
               88  VM-BILL-MONTHLY     VALUES "M" " ".
               88  VM-BILL-ANNUAL      VALUE "A".
           05  VM-PAID-THRU            PIC X(8).
           05  VM-RENEW-NOTICE         PIC X.
               88  VM-RENEW-NOTICED    VALUE "Y".
