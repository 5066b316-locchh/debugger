           05  RF-TYPE             PIC X.
           05  RF-STATUS           PIC X(8).
           05  RF-DECIDED-BY       PIC X(8).
           05  RF-CPTY-BRANCH      PIC X(4).
           05  RF-ORIG-KEY         PIC 9(6).
           05  RF-REASON           PIC X(3).
           05  RF-MATCH-KEY        PIC 9(6).
           05  RF-ACCOUNT          PIC X(8).
           05  RF-CPTY-ACCOUNT     PIC X(8).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
       01  WS-AMOUNT-SHOW          PIC ZZZ9.99.

       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(60).
       01  WS-AFTER-IMAGE          PIC X(60).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).

               10  WS-REF-TYPE     PIC X.
               10  WS-REF-STATUS   PIC X(8).
               10  WS-REF-DECIDED  PIC X(8).
               10  WS-REF-CPTY     PIC X(4).
               10  WS-REF-ORIG-KEY PIC 9(6).
               10  WS-REF-REASON   PIC X(3).
               10  WS-REF-MATCH-KEY PIC 9(6).
               10  WS-REF-ACCOUNT  PIC X(8).
               10  WS-REF-CPTY-ACCT PIC X(8).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "ReferralRelease".
                                   TO WS-REF-STATUS(REF-IDX)
                               MOVE RF-DECIDED-BY
                                   TO WS-REF-DECIDED(REF-IDX)
                               MOVE RF-CPTY-BRANCH
                                   TO WS-REF-CPTY(REF-IDX)
                               MOVE RF-ORIG-KEY
                                   TO WS-REF-ORIG-KEY(REF-IDX)
                               MOVE RF-REASON
                                   TO WS-REF-REASON(REF-IDX)
                               MOVE RF-MATCH-KEY
                                   TO WS-REF-MATCH-KEY(REF-IDX)
                               MOVE RF-ACCOUNT
                                   TO WS-REF-ACCOUNT(REF-IDX)
                               MOVE RF-CPTY-ACCOUNT
                                   TO WS-REF-CPTY-ACCT(REF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           DISPLAY "AMOUNT 1: " WS-AMOUNT-SHOW.
           MOVE WS-REF-NUM2(REF-IDX) TO WS-AMOUNT-SHOW.
           DISPLAY "AMOUNT 2: " WS-AMOUNT-SHOW.
           IF WS-REF-REASON(REF-IDX) = "E20"
               DISPLAY "SUSPECTED DUPLICATE OF KEY: "
                   WS-REF-MATCH-KEY(REF-IDX)
           ELSE
               DISPLAY "REASON: OVER BRANCH LIMIT"
           END-IF.
           DISPLAY "DECISION (A=APPROVE, R=REJECT, S=SKIP, Q=QUIT): ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
           END-EVALUATE.

       WRITE-REFERRAL-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-RUN-DATE-NUM > 0
               WS-REF-STATUS(REF-IDX)
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.
           MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
           CALL "MaintAuditChain" USING MAINT-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

               MOVE WS-REF-TYPE(REF-IDX) TO RF-TYPE
               MOVE WS-REF-STATUS(REF-IDX) TO RF-STATUS
               MOVE WS-REF-DECIDED(REF-IDX) TO RF-DECIDED-BY
               MOVE WS-REF-CPTY(REF-IDX) TO RF-CPTY-BRANCH
               MOVE WS-REF-ORIG-KEY(REF-IDX) TO RF-ORIG-KEY
               MOVE WS-REF-REASON(REF-IDX) TO RF-REASON
               MOVE WS-REF-MATCH-KEY(REF-IDX) TO RF-MATCH-KEY
               MOVE WS-REF-ACCOUNT(REF-IDX) TO RF-ACCOUNT
               MOVE WS-REF-CPTY-ACCT(REF-IDX) TO RF-CPTY-ACCOUNT
               WRITE REFERRAL-RECORD
               SET REF-IDX UP BY 1
           END-PERFORM.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-REJECTED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-APPROVED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
