      *> Clearing-house daily settlement file record layout.
      *> The clearing house sends one file per settlement day.
      *> CS-RECORD-TYPE is "H" for the header, "D" for one settled
      *> item and "T" for the trailer.
      *> The header carries the settlement date in CS-SETTLE-DATE.
      *> A detail names the transaction it settles by CS-TRAN-KEY,
      *> CS-BRANCH and CS-CURRENCY and carries the settled amount,
      *> signed as we post it: debits positive, credits and
      *> reversals negative.
      *> The trailer carries the detail count in CS-RECORD-COUNT and
      *> the hash total of CS-AMOUNT in CS-HASH-TOTAL. A file whose
      *> header or trailer is missing, or whose trailer disagrees
      *> with its details, is rejected whole and nothing on it is
      *> matched.
           05  CS-RECORD-TYPE      PIC X.
           05  CS-SETTLE-DATE      PIC 9(8).
           05  CS-TRAN-KEY         PIC 9(6).
           05  CS-BRANCH           PIC X(4).
           05  CS-CURRENCY         PIC X(3).
           05  CS-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  CS-RECORD-COUNT     PIC 9(7).
           05  CS-HASH-TOTAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
