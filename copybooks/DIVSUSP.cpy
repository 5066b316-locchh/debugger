      *> Divide-by-zero suspense file record layout.
      *> One row per transaction held because its divisor was zero,
      *> keyed on the transaction key (DS-KEY). InvalidDivisionProgram
      *> adds or refreshes the row by key while the divisor stays zero
      *> and deletes it once the transaction divides cleanly.
      *> DS-FIRST-DATE is the business date the item was first held.
           05  DS-FIRST-DATE       PIC 9(8).
           05  DS-KEY              PIC 9(6).
           05  DS-BRANCH           PIC X(4).
           05  DS-NUM1             PIC 9(3)V99.
           05  DS-NUM2             PIC 9(3)V99.
