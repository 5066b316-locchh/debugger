      *> Shared amount-outlier review list record layout.
      *> AmountOutlier appends one row for every TRANCLN transaction
      *> whose pair amount (NUM1 + NUM2) falls outside its branch and
      *> currency's normal range, built from TRANHIST as the trailing
      *> mean plus or minus OUTLCTL's sensitivity times the standard
      *> deviation over OUTLCTL's look-back days. OV-MEAN and OV-SPREAD
      *> are the baseline the amount was judged against. OV-STATUS is
      *> "OPEN" until audit clears the row.
           05  OV-TRAN-KEY         PIC 9(6).
           05  OV-BRANCH           PIC X(4).
           05  OV-CURRENCY         PIC X(3).
           05  OV-TRAN-DATE        PIC 9(8).
           05  OV-TYPE             PIC X.
           05  OV-AMOUNT           PIC 9(4)V99.
           05  OV-MEAN             PIC 9(4)V99.
           05  OV-SPREAD           PIC 9(4)V99.
           05  OV-RUN-DATE         PIC 9(8).
           05  OV-STATUS           PIC X(8).
