      *> in GL-ACCOUNT-CODE ("DAILYBATCH" for the nightly feed,
      *> "BACKOUT" for reversal blocks, "GLREPOST" for supplemental
      *> blocks rebuilt from corrected GLPEND items, "REVALUATN"
      *> for month-end unrealized gain/loss postings, "ACCRUAL"
      *> for the daily interest accrual on POSMSTR balances,
      *> "BRANCHFEE" for month-end branch service-fee billing,
      *> "ALLOCATN" for month-end shared-cost allocation journals,
      *> "MANUALJNL" for supervisor-approved manual journals keyed
      *> in the maintenance facility, whose "D" rows are the debit
      *> lines and "C" rows the credit lines, "YEARCLOSE" for the
      *> fiscal year-end closing of income-statement accounts to
      *> retained earnings, dated the last day of the year - the
      *> release gate skips the MONTOT comparison for "GLREPOST",
      *> "REVALUATN", "ACCRUAL", "BRANCHFEE", "ALLOCATN",
      *> "MANUALJNL" and "YEARCLOSE" blocks, which by design carry
      *> amounts MONTOT does not); the trailer
      *> carries the detail record count and the hash total of
      *> GL-AMOUNT so the receiving side can prove the file arrived
      *> complete before loading it.
      *> GL-ENTITY is the legal entity the block posts to. SumProgram
      *> writes one "DAILYBATCH" block per entity and date, carrying
      *> the entity on every row of the block, so a date may now
      *> have several blocks; the other writers leave it as spaces.
           05  GL-RECORD-TYPE      PIC X.
           05  GL-DATE             PIC 9(8).
           05  GL-ACCOUNT-CODE     PIC X(10).
           05  GL-RECORD-COUNT     PIC 9(7).
           05  GL-HASH-TOTAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  GL-ENTITY           PIC X(4).
