      *>         plus CKPT-CURRENCY-CODE), from which the branch
      *>         subtotal table is also rebuilt.
      *>   "T" - a type total: CKPT-CURRENCY-CODE "DR" carries the
      *>         debit total, "CR" the credit/reversal total, "SL"
      *>         the sub-ledger detail count and "SH" the sub-ledger
      *>         hash total of the date block in flight (sub-ledger
      *>         lines, the block "H" row included, are held in
      *>         storage and written only at each checkpoint, so a
      *>         restart neither repeats nor loses them and never
      *>         finds a block header without its checkpoint).
      *> CKPT-RUN-DATE still tells "resume today's aborted run" from
      *> leftover records of a prior day's completed run, and keeps
      *> the file purgeable by business date.
