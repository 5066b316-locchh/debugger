       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  RF-TRAN-KEY         PIC 9(6).
           05  FILLER              PIC X(77).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-UNEXPLAINED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-GAP-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
