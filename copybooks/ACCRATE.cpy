      *> Shared interest accrual-rate master record layout.
      *> One record per currency and effective date, maintained by
      *> accounting. InterestAccrual uses the record with the latest
      *> AR-EFFECTIVE-DATE on or before the business date, the same
      *> rule the exchange-rate master follows. Rates are annual
      *> fractions (0.012500 is 1.25 percent): AR-CREDIT-RATE is
      *> paid on a credit (positive) closing balance and
      *> AR-DEBIT-RATE is charged on a debit (negative) one.
      *> AR-DAY-BASIS is the day-count divisor (365 or 360); zero
      *> or non-numeric is taken as 365.
           05  AR-CURRENCY-CODE    PIC X(3).
           05  AR-EFFECTIVE-DATE   PIC 9(8).
           05  AR-DEBIT-RATE       PIC 9V9(6).
           05  AR-CREDIT-RATE      PIC 9V9(6).
           05  AR-DAY-BASIS        PIC 9(3).
