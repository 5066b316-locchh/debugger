           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-STALE-COUNT TO JA-REJECT-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-ON-COUNT + WS-DAY-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
