           05  OTR-CURRENCY        PIC X(3).
           05  OTR-NUM1            PIC 9(3).
           05  OTR-NUM2            PIC 9(3).
           05  OTR-ACCOUNT         PIC X(8).

       FD  TRANS-FILE.
       01  TRAN-RECORD.
           MOVE OTR-CURRENCY TO TRAN-CURRENCY.
           MOVE OTR-NUM1 TO TRAN-NUM1.
           MOVE OTR-NUM2 TO TRAN-NUM2.
           MOVE OTR-ACCOUNT TO TRAN-ACCOUNT.
           IF WS-DEFER-MODE = "Y"
               MOVE WS-NEXT-DATE-NUM TO TRAN-DATE
               ADD 1 TO WS-DEFER-COUNT
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-DUP-COUNT TO JA-REJECT-COUNT.
           MOVE WS-LOAD-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
