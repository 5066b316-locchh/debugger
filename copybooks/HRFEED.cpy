      *> HR daily joiner/mover/leaver feed record layout.
      *> HR sends one record per staff change. HF-ACTION is "J" for
      *> a joiner, "M" for a mover whose job role has changed and
      *> "L" for a leaver. HF-OPERATOR-ID is the operator ID HR has
      *> allocated to the person, HF-EMPLOYEE-NAME their name and
      *> HF-ROLE the HR job-role code they now hold. The operator
      *> feed (HROPFEED) applies joiners as disabled operator-master
      *> rows awaiting security activation, disables leavers at once
      *> and queues movers on AUTHREVW for an authority review.
           05  HF-ACTION           PIC X.
           05  HF-OPERATOR-ID      PIC X(8).
           05  HF-EMPLOYEE-NAME    PIC X(30).
           05  HF-ROLE             PIC X(8).
           05  HF-EFFECTIVE-DATE   PIC 9(8).
