      *> Number-generation catalog record layout (NUMCAT).
      *> One row per file per EvenOddProgram generation, written when
      *> the generation is complete; NC-RECORD-COUNT is the detail
      *> count carried on the generation trailer. NumberGenRetention
      *> drops the rows of generations it prunes.
           05  NC-FILE-ID          PIC X(8).
           05  NC-DATE             PIC 9(8).
           05  NC-GENERATION       PIC 9(4).
           05  NC-RECORD-COUNT     PIC 9(7).
