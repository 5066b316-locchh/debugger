      *> Audit-chain break acknowledgement record layout.
      *> One row per chain break that has been investigated and
      *> signed off. AuditChainVerify still re-seeds the chain from
      *> every row it reads, so the rows after a break verify
      *> against it; this record stops the same break being counted
      *> as a failure every night after, which would otherwise
      *> refuse every DateRoll. CA-FILE is "JOBAUD" or "MNTAUDIT",
      *> CA-ROW the row number shown on the chain report and
      *> CA-ROW-CHECK the check value that row carries (the CHECK
      *> figure on the BROKEN LINK line; spaces for a row that
      *> carries no chain fields), so an acknowledgement cannot
      *> cover a different row or a row altered since. CA-OPERATOR,
      *> CA-DATE and CA-REFERENCE record who signed the break off,
      *> when and against which incident; a row without them is
      *> ignored. Every acknowledgement applied is printed on the
      *> chain report and logged each run.
           05  CA-FILE             PIC X(8).
           05  CA-ROW              PIC 9(7).
           05  CA-ROW-CHECK        PIC X(10).
           05  CA-OPERATOR         PIC X(8).
           05  CA-DATE             PIC 9(8).
           05  CA-REFERENCE        PIC X(30).
