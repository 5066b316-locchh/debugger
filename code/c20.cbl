           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           COMPUTE JA-REJECT-COUNT = WS-SEVERE-COUNT + WS-FATAL-COUNT.
           MOVE WS-SUM-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
