      *> Branch statement confirmation tracking record layout.
      *> StatementConfirm rewrites this file every night. It holds
      *> one row for each statement BranchStatement cut into STMTLIB,
      *> keyed by CF-BRANCH and CF-STMT-DATE.
      *> CF-OUR-BALANCE is the net total on the statement trailer.
      *> CF-THEIR-BALANCE is the balance the branch returned with its
      *> confirmation, and CF-RESPONSE-DATE the business date the
      *> return was processed (zero until one arrives).
      *> CF-STATUS is one of:
      *>   "PENDING"   - issued and not yet confirmed.
      *>   "AGREED"    - the branch agreed and the balances match.
      *>   "DISPUTED"  - the branch disputed it, or agreed with a
      *>                 balance that differs from ours.
      *>   "ESCALATED" - still unconfirmed after the confirmation
      *>                 window of business days.
      *> A later return replaces an earlier one, so a settled
      *> dispute goes to "AGREED". "AGREED" rows are dropped once
      *> they are older than the retention period; all other rows
      *> stay until resolved.
           05  CF-BRANCH           PIC X(4).
           05  CF-STMT-DATE        PIC 9(8).
           05  CF-OUR-BALANCE      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  CF-THEIR-BALANCE    PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  CF-RESPONSE-DATE    PIC 9(8).
           05  CF-STATUS           PIC X(9).
