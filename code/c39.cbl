           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-ALERT-COUNT TO JA-REJECT-COUNT.
           MOVE WS-RUN-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
