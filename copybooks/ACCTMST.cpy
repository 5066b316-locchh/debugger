      *> Shared account-master record layout.
      *> Keyed by AC-ACCOUNT. Each account belongs to one branch and
      *> is held in one currency; every transaction names the account
      *> it posts to (TRAN-ACCOUNT) and EditTransactions rejects one
      *> whose account is unknown, not open on the transaction date,
      *> or owned by another branch or held in another currency.
      *> AC-STATUS is "O" for open, "C" for closed. AC-OPEN-DATE is
      *> the first business date the account may be posted to and
      *> AC-CLOSE-DATE the last; zero means the account is still
      *> open.
      *> AC-BALANCE is the running balance kept by the nightly
      *> account-ledger update (AccountLedger), signed the same way
      *> as the branch totals, and AC-LAST-DATE the business date of
      *> the last movement posted to it. New accounts start at zero.
           05  AC-ACCOUNT          PIC X(8).
           05  AC-BRANCH           PIC X(4).
           05  AC-CURRENCY         PIC X(3).
           05  AC-STATUS           PIC X.
           05  AC-OPEN-DATE        PIC 9(8).
           05  AC-CLOSE-DATE       PIC 9(8).
           05  AC-BALANCE          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  AC-LAST-DATE        PIC 9(8).
