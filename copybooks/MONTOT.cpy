      *> offsetting reversal row written by the back-out utility;
      *> readers subtract or exclude "R" rows so a backed-out date
      *> nets to zero without anything ever being deleted.
      *> MT-ENTITY is the legal entity (BM-ENTITY of the branches
      *> rolled up): SumProgram writes one row per entity and
      *> currency, so readers wanting the group figure add the rows
      *> of a date and currency together. Rows written before the
      *> entity split carry spaces.
           05  MT-DATE             PIC 9(8).
           05  MT-CURRENCY-CODE    PIC X(3).
           05  MT-RESULT           PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  MT-REVERSAL-FLAG    PIC X.
           05  MT-ENTITY           PIC X(4).
