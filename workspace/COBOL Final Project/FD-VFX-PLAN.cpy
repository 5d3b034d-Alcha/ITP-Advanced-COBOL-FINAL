           05  PLAN-RATE               PIC 9(3)V99.
           05  PLAN-EFF-DATE           PIC X(8).
           05  PLAN-OPERATOR-ID        PIC X(8).
      *PLAN-MAX-DEVICES is how many devices a membership on the
      *plan may have registered at once; zero means no limit.
           05  PLAN-MAX-DEVICES        PIC 9(2).
      *PLAN-ANNUAL-RATE is the discounted price of a year on the
      *plan, billed up front by G3-VFX-11-BILL for members who chose
      *annual billing; zero means the plan is monthly only.
           05  PLAN-ANNUAL-RATE        PIC 9(3)V99.
