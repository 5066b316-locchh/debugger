           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-ERR-HITS + WS-SGN-HITS.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
