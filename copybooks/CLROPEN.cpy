      *> Clearing-house settlement open-item record layout.
      *> SettlementRecon rewrites this file on every run. It keeps
      *> one row for each item that has not yet reconciled.
      *> CI-STATUS "UNSETTLD" is one of our transactions that the
      *> clearing house has not settled yet. "NOT OURS" is a
      *> settlement line that matches no transaction on TRANCLN or
      *> TRANHIST.
      *> CI-DATE is the transaction's business date for "UNSETTLD"
      *> and the settlement date for "NOT OURS". CI-FIRST-DATE is
      *> the business date the item was first left open, and the
      *> item's age is counted from it.
      *> An item drops off the file once a later settlement line
      *> (or, for "NOT OURS", a late-captured transaction) clears
      *> it.
           05  CI-TRAN-KEY         PIC 9(6).
           05  CI-BRANCH           PIC X(4).
           05  CI-CURRENCY         PIC X(3).
           05  CI-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  CI-DATE             PIC 9(8).
           05  CI-FIRST-DATE       PIC 9(8).
           05  CI-STATUS           PIC X(8).
