      *> Shared standing-order master record layout.
      *> One row per recurring transaction (rent, fixed branch
      *> charges, scheduled transfers) that StandingOrders keys into
      *> TRANFILE on each due date instead of data entry keying it by
      *> hand every cycle. The amount pair, type and counterparty
      *> branch are copied onto the generated TRANPAIR row as-is,
      *> as are SO-ACCOUNT and SO-CPTY-ACCOUNT (the receiving account
      *> on a scheduled transfer, spaces otherwise).
      *> SO-FREQUENCY is "W" weekly, "M" monthly, "Q" quarterly or
      *> "Y" yearly; monthly and longer schedules keep the day of
      *> month of SO-START-DATE (clamped to the month end).
      *> SO-END-DATE of zero means the order runs until cancelled.
      *> SO-LAST-SCHED is the last scheduled date generated (zero
      *> before the first); it is the unrolled schedule date, so a
      *> holiday roll never drifts the schedule. A scheduled date on
      *> a weekend or HOLCAL holiday falls due on the next business
      *> day, the same roll DateRoll applies to the business date.
      *> SO-STATUS is "A" active, "S" suspended, "E" expired.
           05  SO-ORDER-ID         PIC 9(6).
           05  SO-BRANCH           PIC X(4).
           05  SO-CURRENCY         PIC X(3).
           05  SO-NUM1             PIC 9(3)V99.
           05  SO-NUM2             PIC 9(3)V99.
           05  SO-TYPE             PIC X.
           05  SO-CPTY-BRANCH      PIC X(4).
           05  SO-FREQUENCY        PIC X.
           05  SO-START-DATE       PIC 9(8).
           05  SO-END-DATE         PIC 9(8).
           05  SO-LAST-SCHED       PIC 9(8).
           05  SO-STATUS           PIC X.
           05  SO-ACCOUNT          PIC X(8).
           05  SO-CPTY-ACCOUNT     PIC X(8).
