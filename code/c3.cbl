                   MOVE TRAN-DATE TO WS-EFF-DATE
               END-IF
               PERFORM FIND-OR-ADD-CHECK-ENTRY
               IF WS-FOUND-SW = "Y" AND TRAN-TYPE NOT = "T"
                   IF TRAN-TYPE = "C" OR TRAN-TYPE = "R"
                       SUBTRACT TRAN-NUM1
                           FROM WS-CHK-NUM1-TOT(CHK-IDX)
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-MISMATCH-COUNT TO JA-REJECT-COUNT.
           MOVE WS-CHK-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
