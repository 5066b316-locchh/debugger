      *> keyed against a branch that has been shut down instead of
      *> silently opening a new subtotal bucket for it.
      *> BM-STATUS is "O" for open, "C" for closed.
      *> BM-ENTITY is the legal entity that owns the branch; the GL
      *> feed, MONTOT and the management reports are split by it and
      *> a transfer between branches of different entities is
      *> flagged for elimination on consolidation. Spaces means the
      *> branch has not been assigned and reports under the blank
      *> entity, as every branch did before the split.
           05  BM-BRANCH-CODE      PIC X(4).
           05  BM-BRANCH-NAME      PIC X(20).
           05  BM-REGION           PIC X(10).
           05  BM-STATUS           PIC X.
           05  BM-ENTITY           PIC X(4).
