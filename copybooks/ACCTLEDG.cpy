      *> Shared account-ledger movement record layout.
      *> AccountLedger appends one row per posting to an account:
      *> one per transaction, two for an inter-branch transfer (the
      *> outgoing leg on TRAN-ACCOUNT, the incoming leg on
      *> TRAN-CPTY-ACCOUNT). AL-DATE is the business date the
      *> movement belongs to and AL-RUN-DATE the date it was posted.
      *> AL-AMOUNT is signed as it moved the account (credits,
      *> reversals and outgoing transfer legs negative) and
      *> AL-BALANCE the account's running balance after it.
      *> AL-LEG is "O" or "I" on a transfer leg and space otherwise.
      *> Rows are never deleted; when a date is backed out its
      *> movements stay on file and the reconciliation to POSMSTR
      *> nets them out of the account balances, as POSMSTR itself
      *> does for the dates on RVRSDATE. AL-TRAN-KEY and AL-LEG
      *> also tell AccountLedger, when it is rerun or restarted on
      *> the same run date, which movements it has already posted,
      *> so a rerun skips them instead of posting them twice.
           05  AL-ACCOUNT          PIC X(8).
           05  AL-DATE             PIC 9(8).
           05  AL-TRAN-KEY         PIC 9(6).
           05  AL-TRAN-TYPE        PIC X.
           05  AL-LEG              PIC X.
           05  AL-BRANCH           PIC X(4).
           05  AL-CURRENCY         PIC X(3).
           05  AL-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AL-BALANCE          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  AL-RUN-DATE         PIC 9(8).
