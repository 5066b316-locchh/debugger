      *> JA-RUN-DATE carries the business date the run belonged to,
      *> so the cycle-completeness monitor and the date-roll program
      *> can tell tonight's entries from yesterday's.
      *> The last three fields chain the file so a deleted, altered
      *> or inserted row can be detected. JobAuditChain fills them in
      *> just before each row is written: JA-CHAIN-SEQ runs 1, 2, 3
      *> from the first chained row, JA-CHAIN-STAMP is the system
      *> date and time (CCYYMMDDHHMMSS) the row was written, and
      *> JA-CHAIN-CHECK is AuditCheckValue over everything ahead of
      *> it in the row, seeded with the previous row's check value
      *> (zero for the first). Rows written before chaining began
      *> carry spaces here. AuditChainVerify walks the chain nightly.
           05  JA-PROGRAM-ID       PIC X(30).
           05  JA-START-TIME       PIC 9(6).
           05  JA-END-TIME         PIC 9(6).
           05  JA-REJECT-COUNT     PIC 9(7).
           05  JA-WRITE-COUNT      PIC 9(7).
           05  JA-RUN-DATE         PIC 9(8).
           05  JA-CHAIN-SEQ        PIC 9(9).
           05  JA-CHAIN-STAMP      PIC 9(14).
           05  JA-CHAIN-CHECK      PIC 9(10).
