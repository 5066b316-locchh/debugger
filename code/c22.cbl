               MOVE 1 TO JA-REJECT-COUNT
               MOVE ZERO TO JA-WRITE-COUNT
           END-IF.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
