      *> Shared cost-allocation rule master record layout.
      *> AL-RECORD-TYPE "R" defines one shared-cost pool: the amount
      *> and currency to spread, the GL account the pool sits in, the
      *> driver ("C" = each branch's transaction count for the month
      *> from TRANHIST, "V" = each branch's net month value in the
      *> pool currency from BRTOT, "P" = fixed percentages) and the
      *> branch that absorbs any rounding residue. A "P" rule is
      *> followed by AL-RECORD-TYPE "P" lines carrying AL-BRANCH and
      *> AL-PERCENT for each branch, which must total 100.00.
      *> CostAllocation credits the pool account and debits each
      *> branch at the first six characters of AL-POOL-ACCOUNT
      *> followed by the branch code.
           05  AL-RECORD-TYPE      PIC X.
           05  AL-RULE-ID          PIC X(6).
           05  AL-POOL-ACCOUNT     PIC X(10).
           05  AL-CURRENCY-CODE    PIC X(3).
           05  AL-POOL-AMOUNT      PIC 9(9)V99.
           05  AL-DRIVER           PIC X.
           05  AL-RESIDUE-BRANCH   PIC X(4).
           05  AL-BRANCH           PIC X(4).
           05  AL-PERCENT          PIC 9(3)V99.
