      *> GL pending-item file record layout.
      *> One row per GL feed posting that has not yet been matched to
      *> a posted acknowledgment, keyed on date, account and currency
      *> (GP-KEY) so GlAckProcessor and GlPendCorrect update items in
      *> place instead of loading the whole file into a table.
      *> GP-STATUS is "NO ACK", "REJECTED", "POSTED" or "REPOSTED";
      *> POSTED rows are deleted once older than the retention period.
      *> GlPendCorrect marks a corrected row REPOSTED as it writes it
      *> to the supplemental feed and deletes its REPOSTED rows only
      *> after that feed's trailer is written; a REPOSTED row found
      *> at the next session is deleted if the supplemental feed on
      *> file is complete and returned to "NO ACK" if it is not.
           05  GP-KEY.
               10  GP-DATE             PIC 9(8).
               10  GP-ACCOUNT-CODE     PIC X(10).
               10  GP-CURRENCY-CODE    PIC X(3).
           05  GP-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  GP-FIRST-DATE       PIC 9(8).
           05  GP-STATUS           PIC X(8).
