      *> Shared large-transaction regulatory extract record layout.
      *> Written by LargeTranReport for every TRANCLN transaction
      *> whose pair amount (NUM1 + NUM2), converted to the base
      *> currency at the EXCHRATE rate in force on the transaction
      *> date, is at or over the LRGCTL reporting threshold.
      *> LT-RECORD-TYPE is "H" for the header, "D" for a reportable
      *> transaction and "T" for the trailer. Each run appends one
      *> header-to-trailer block. The header carries the business
      *> date in LT-RUN-DATE and the threshold applied in
      *> LT-BASE-AMOUNT; the trailer carries the detail count and
      *> the hash total of LT-BASE-AMOUNT over the details so the
      *> receiving side can prove the block arrived complete.
           05  LT-RECORD-TYPE      PIC X.
           05  LT-RUN-DATE         PIC 9(8).
           05  LT-TRAN-KEY         PIC 9(6).
           05  LT-BRANCH           PIC X(4).
           05  LT-TRAN-DATE        PIC 9(8).
           05  LT-TYPE             PIC X.
           05  LT-CURRENCY         PIC X(3).
           05  LT-AMOUNT           PIC 9(4)V99.
           05  LT-RATE             PIC 9(3)V9(6).
           05  LT-BASE-AMOUNT      PIC 9(9)V99.
           05  LT-RECORD-COUNT     PIC 9(7).
           05  LT-HASH-TOTAL       PIC 9(11)V99.
