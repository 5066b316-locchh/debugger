      *> TRAN-TYPE is "D" (or space, for old records) for a debit,
      *> "C" for a credit and "R" for a reversal; credits and
      *> reversals subtract from every total they flow into instead
      *> of adding. "T" is an inter-branch transfer keyed at the
      *> sending branch: the amount leaves TRAN-BRANCH (posted there
      *> as a credit) and arrives at TRAN-CPTY-BRANCH (posted there
      *> as a debit), so the two legs net to zero per currency.
      *> TRAN-CPTY-BRANCH names the counterparty branch on a transfer
      *> and is spaces on every other type.
      *> TRAN-ORIG-KEY carries, on a reversal, the key of the
      *> transaction it reverses; EditTransactions rejects a
      *> reversal whose original is unknown, already reversed, or
      *> differs from it in branch, currency or amount. It is zero
      *> on every other type.
      *> TRAN-ACCOUNT is the account (on the account master, ACCTMST)
      *> the transaction posts to; it must be open and owned by
      *> TRAN-BRANCH in TRAN-CURRENCY. On a transfer it is the sending
      *> account and TRAN-CPTY-ACCOUNT the receiving account at
      *> TRAN-CPTY-BRANCH; TRAN-CPTY-ACCOUNT is spaces on every other
      *> type.
           05  TRAN-KEY            PIC 9(6).
           05  TRAN-BRANCH         PIC X(4).
           05  TRAN-CURRENCY       PIC X(3).
           05  TRAN-NUM2           PIC 9(3)V99.
           05  TRAN-DATE           PIC 9(8).
           05  TRAN-TYPE           PIC X.
           05  TRAN-CPTY-BRANCH    PIC X(4).
           05  TRAN-ORIG-KEY       PIC 9(6).
           05  TRAN-ACCOUNT        PIC X(8).
           05  TRAN-CPTY-ACCOUNT   PIC X(8).
