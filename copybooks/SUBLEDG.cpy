      *> Shared GL sub-ledger detail record layout.
      *> SumProgram writes one block per business date alongside its
      *> GL feed block, so the GL team can drill from any summarised
      *> "D" posting to the transactions behind it. SL-RECORD-TYPE
      *> is "H" for the block header (SL-DATE and the sending system
      *> in SL-GL-ACCOUNT), "D" for one posted amount - one per
      *> transaction, two for an inter-branch transfer (the outgoing
      *> leg under the sending branch, the incoming leg under the
      *> counterparty) - and "T" for the trailer carrying the detail
      *> count and the hash total of SL-AMOUNT. SL-AMOUNT is the
      *> signed amount in SL-CURRENCY exactly as it rolled into the
      *> "D" feed record for SL-GL-ACCOUNT, and SL-BASE-AMOUNT its
      *> base-currency equivalent at the rate SumProgram used for the
      *> date (zero when no rate was on file). Only amounts whose
      *> branch and currency map to a GL account are written, so the
      *> "D" lines of a date sum, per account and currency, to the
      *> feed's "D" records for that date; the sub-ledger tie-out
      *> proves it before the release gate runs.
           05  SL-RECORD-TYPE      PIC X.
           05  SL-DATE             PIC 9(8).
           05  SL-TRAN-KEY         PIC 9(6).
           05  SL-BRANCH           PIC X(4).
           05  SL-TRAN-TYPE        PIC X.
           05  SL-CURRENCY         PIC X(3).
           05  SL-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  SL-BASE-AMOUNT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SL-GL-ACCOUNT       PIC X(10).
           05  SL-RECORD-COUNT     PIC 9(7).
           05  SL-HASH-TOTAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
