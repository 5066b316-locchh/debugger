           ELSE
               MOVE TRAN-DATE TO WS-EFF-DATE
           END-IF.
           IF (TRAN-BRANCH = WS-CUR-BRANCH
                   OR (TRAN-TYPE = "T"
                       AND TRAN-CPTY-BRANCH = WS-CUR-BRANCH))
                   AND WS-EFF-DATE = WS-RUN-DATE-NUM
               MOVE SPACES TO STATEMENT-LIBRARY-RECORD
               MOVE WS-CUR-BRANCH TO ST-BRANCH
               ADD 1 TO WS-DETAIL-COUNT
               ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-SUM
               IF TRAN-TYPE = "C" OR TRAN-TYPE = "R"
                       OR (TRAN-TYPE = "T"
                           AND TRAN-BRANCH = WS-CUR-BRANCH)
                   SUBTRACT WS-PAIR-SUM FROM WS-NET-TOTAL
               ELSE
                   ADD WS-PAIR-SUM TO WS-NET-TOTAL
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-SKIP-COUNT TO JA-REJECT-COUNT.
           MOVE WS-STMT-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
