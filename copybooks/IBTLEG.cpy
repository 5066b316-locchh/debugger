      *> Shared inter-branch transfer leg record layout.
      *> SumProgram writes one row for each leg of a "T" transfer it
      *> posts: IL-DIRECTION "O" is the outgoing leg (the amount
      *> leaving IL-BRANCH, negative) and "I" the incoming leg (the
      *> amount arriving at IL-BRANCH from IL-CPTY-BRANCH, positive).
      *> In a split run each stream posts only the legs for branches
      *> in its own range, so a transfer is only complete once both
      *> legs are on file. The inter-branch reconciliation pairs the
      *> legs by IL-TRAN-KEY, proves every pair of branches nets to
      *> zero per currency, and lists any leg left unmatched.
      *> IL-RUN-DATE is the business date of the run that posted the
      *> leg and IL-DATE the transaction's own business date. A
      *> checkpoint restart can repost a leg, so readers treat a
      *> repeated key and direction as one leg.
      *> IL-ENTITY and IL-CPTY-ENTITY are the legal entities of the
      *> two branches, and IL-ELIM-FLAG is "E" when they differ: an
      *> inter-entity transfer that consolidation must eliminate.
           05  IL-RUN-DATE         PIC 9(8).
           05  IL-DATE             PIC 9(8).
           05  IL-TRAN-KEY         PIC 9(6).
           05  IL-DIRECTION        PIC X.
           05  IL-BRANCH           PIC X(4).
           05  IL-CPTY-BRANCH      PIC X(4).
           05  IL-CURRENCY         PIC X(3).
           05  IL-AMOUNT           PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  IL-ENTITY           PIC X(4).
           05  IL-CPTY-ENTITY      PIC X(4).
           05  IL-ELIM-FLAG        PIC X.
