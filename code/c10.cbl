           COMPUTE JA-READ-COUNT = WS-TOTAL-KEPT + WS-TOTAL-PURGED.
           MOVE WS-TOTAL-PURGED TO JA-REJECT-COUNT.
           MOVE WS-TOTAL-KEPT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
