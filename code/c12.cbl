           PERFORM GET-TRIAL-MODE.
           PERFORM LOAD-RELEASED-DATES.
           PERFORM COLLECT-PENDING-DATES.
           IF WS-MAIN-HDRS = 0
               MOVE "Y" TO WS-SUPP-FEED
           END-IF.
           IF WS-TRIAL-MODE = "N" AND WS-SUPP-FEED = "N"
                               IF GL-ACCOUNT-CODE = "GLREPOST"
                                       OR GL-ACCOUNT-CODE =
                                           "REVALUATN"
                                       OR GL-ACCOUNT-CODE = "ACCRUAL"
                                       OR GL-ACCOUNT-CODE =
                                           "BRANCHFEE"
                                       OR GL-ACCOUNT-CODE = "ALLOCATN"
                                       OR GL-ACCOUNT-CODE =
                                           "MANUALJNL"
                                       OR GL-ACCOUNT-CODE =
                                           "YEARCLOSE"
                                   ADD 1 TO WS-SUPP-HDRS
                               ELSE
                                   ADD 1 TO WS-MAIN-HDRS
           PERFORM CHECK-TRAILER-TOTALS.
           IF WS-BLOCK-SOURCE = "GLREPOST"
                   OR WS-BLOCK-SOURCE = "REVALUATN"
                   OR WS-BLOCK-SOURCE = "ACCRUAL"
                   OR WS-BLOCK-SOURCE = "BRANCHFEE"
                   OR WS-BLOCK-SOURCE = "ALLOCATN"
                   OR WS-BLOCK-SOURCE = "MANUALJNL"
                   OR WS-BLOCK-SOURCE = "YEARCLOSE"
               MOVE "FEED AMOUNT MATCHES MONTOT" TO C-TEXT
               MOVE "SKIPPED" TO C-STATUS
               WRITE RPT-LINE FROM WS-CHECK-LINE
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-ERROR-COUNT TO JA-REJECT-COUNT.
           MOVE WS-PDATE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
