      *> Shared branch service-fee schedule record layout.
      *> One record per currency and volume tier, maintained by head
      *> office finance. BranchFeeBilling counts each branch's
      *> transactions for the month in a currency and applies the
      *> tier with the highest FS-TIER-FLOOR the count reaches; that
      *> tier's FS-PER-TRAN-FEE is charged on every transaction and
      *> its FS-VALUE-PCT (a percentage, 00.1500 is 0.15 percent) on
      *> the month's total transaction value. A currency with no
      *> tier at a floor of zero bills nothing below its lowest
      *> floor.
           05  FS-CURRENCY-CODE    PIC X(3).
           05  FS-TIER-FLOOR       PIC 9(7).
           05  FS-PER-TRAN-FEE     PIC 9(3)V99.
           05  FS-VALUE-PCT        PIC 9(2)V9(4).
