      *> and NUMBER for number-file additions.
      *> Batch balancing writes BATCHOPN when a keying batch opens,
      *> BATCHCLS when a balanced batch commits (the ADD rows it
      *> posts carry "BATCH" and the batch number in the before
      *> image, the record image in the after image) and
      *> BATCHHLD when an out-of-balance batch is held. Dual control
      *> writes APPROVE or REJECT for each decision on a queued
      *> correction or deletion, alongside the applied CORRECT or
      *> DELETE row. REOPEN records a supervisor reopening a closed
      *> accounting period and BUDGET a budget-target change. GLCORR
      *> records a corrected-and-reposted GLPEND item and GLRETURN
      *> one returned to review because the supplemental feed it
      *> was reposted on was never completed; REFAPPR and
      *> REFREJ record referral-queue decisions on over-limit
      *> transactions. The security-administration facility writes
      *> OPERADD, DISABLE, UNLOCK, PWDRESET and AUTHCHG against the
      *> operator master (its images never include password fields).
      *> An approved manual GL journal writes one JOURNAL row per
      *> journal line (line number, account, currency, D or C,
      *> amount, keyed date and narrative) followed by the APPROVE
      *> row; a rejected journal writes only the REJECT row.
      *> YRREOPEN records a supervisor reopening a fiscal year that
      *> YearEndClose had closed (the CCYY00 row in PERSTAT).
      *> ACCOUNT records an account-master add or change (the
      *> images are the account record, running balance included).
      *> RATELOAD records each exchange rate the rate-feed load
      *> appends to EXCHRATE, under operator RATEFEED: the before
      *> image is the rate it supersedes and the after image the new
      *> EXCHRATE row, tagged FEED or CARRIED, and the vendor code.
      *> The HR operator feed writes OPERADD, DISABLE and AUTHCHG
      *> under operator HRFEED: OPERADD for a joiner (added disabled,
      *> password change forced, HR role in the after image),
      *> DISABLE for a leaver (effective date in the after image)
      *> and AUTHCHG for a mover queued for authority review (the
      *> level is unchanged; the after image carries REVIEW and the
      *> new HR role).
      *> RECERT records a quarterly access recertification keyed
      *> through the security-administration facility (after image
      *> ends CERTIFIED or REVOKED; a revoke also disables the ID).
      *> AUTHREVW records the same sign-off keyed for an operator
      *> with only an HR authority review pending (after image ends
      *> REVIEWED or REVOKED).
      *> The recertification run writes DISABLE under operator
      *> OPRECERT for an ID dormant past the limit, with DORMANT and
      *> the last sign-on date in the after image.
      *> MA-CHAIN-SEQ, MA-CHAIN-STAMP and MA-CHAIN-CHECK chain the
      *> file the same way as the job audit (see JOBAUD): they are
      *> filled in by MaintAuditChain just before each row is
      *> written and checked nightly by AuditChainVerify.
           05  MA-DATE             PIC 9(8).
           05  MA-TIME             PIC 9(6).
           05  MA-OPERATOR-ID      PIC X(8).
           05  MA-ACTION           PIC X(8).
           05  MA-BEFORE-IMAGE     PIC X(60).
           05  MA-AFTER-IMAGE      PIC X(60).
           05  MA-CHAIN-SEQ        PIC 9(9).
           05  MA-CHAIN-STAMP      PIC 9(14).
           05  MA-CHAIN-CHECK      PIC 9(10).
