               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-GLPEND-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"

       FD  GL-PENDING-FILE.
       01  GL-PENDING-RECORD.
           COPY GLPEND.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-ACK-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-RESOLVED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-UNRESOLVED-COUNT     PIC 9(5)    VALUE ZERO.

       01  WS-PEND-IO-ERROR        PIC X       VALUE "N".
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-REC-INT              PIC S9(9)   VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(9)   VALUE ZERO.
       01  WS-POSTED-RETENTION     PIC 9(3)    VALUE 90.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "GlAckProcessor".
       01  WS-ERR-PARAGRAPH        PIC X(30).
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-PENDING-FILE.
           IF WS-PEND-IO-ERROR = "N"
               PERFORM PURGE-POSTED-ITEMS
               PERFORM LOAD-FEED-POSTINGS
               PERFORM PROCESS-ACK-FILE
               CLOSE GL-PENDING-FILE
               PERFORM WRITE-ACK-REPORT
           END-IF.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-PEND-IO-ERROR = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRESOLVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       OPEN-PENDING-FILE.
           OPEN I-O GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "35"
               OPEN OUTPUT GL-PENDING-FILE
               CLOSE GL-PENDING-FILE
               OPEN I-O GL-PENDING-FILE
           END-IF.
           IF WS-GLPEND-STATUS NOT = "00"
               PERFORM NOTE-PENDING-IO-ERROR
           END-IF.

       PURGE-POSTED-ITEMS.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ GL-PENDING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF GP-STATUS = "POSTED"
                           COMPUTE WS-REC-INT =
                               FUNCTION INTEGER-OF-DATE(GP-FIRST-DATE)
                           COMPUTE WS-AGE-DAYS =
                               WS-TODAY-INT - WS-REC-INT
                           IF WS-AGE-DAYS > WS-POSTED-RETENTION
                               DELETE GL-PENDING-FILE RECORD
                                   INVALID KEY
                                       PERFORM NOTE-PENDING-IO-ERROR
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

       LOAD-FEED-POSTINGS.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-FEED-POSTING.
           MOVE GL-DATE TO GP-DATE.
           MOVE GL-ACCOUNT-CODE TO GP-ACCOUNT-CODE.
           MOVE GL-CURRENCY-CODE TO GP-CURRENCY-CODE.
           READ GL-PENDING-FILE
               INVALID KEY
                   PERFORM ADD-PENDING-ITEM
               NOT INVALID KEY
                   IF GP-STATUS NOT = "POSTED"
                       MOVE GL-AMOUNT TO GP-AMOUNT
                       REWRITE GL-PENDING-RECORD
                           INVALID KEY
                               PERFORM NOTE-PENDING-IO-ERROR
                       END-REWRITE
                   END-IF
           END-READ.

       ADD-PENDING-ITEM.
           MOVE GL-DATE TO GP-DATE.
           MOVE GL-ACCOUNT-CODE TO GP-ACCOUNT-CODE.
           MOVE GL-CURRENCY-CODE TO GP-CURRENCY-CODE.
           MOVE GL-AMOUNT TO GP-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO GP-FIRST-DATE.
           MOVE "NO ACK" TO GP-STATUS.
           WRITE GL-PENDING-RECORD
               INVALID KEY
                   PERFORM NOTE-PENDING-IO-ERROR
           END-WRITE.

       NOTE-PENDING-IO-ERROR.
           IF WS-PEND-IO-ERROR = "N"
               MOVE "Y" TO WS-PEND-IO-ERROR
               MOVE "NOTE-PENDING-IO-ERROR" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "pending-item file update failed, status "
                   WS-GLPEND-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
           MOVE "N" TO WS-EOF-SWITCH.

       MATCH-ACK-TO-PENDING.
           MOVE AK-DATE TO GP-DATE.
           MOVE AK-ACCOUNT-CODE TO GP-ACCOUNT-CODE.
           MOVE AK-CURRENCY-CODE TO GP-CURRENCY-CODE.
           READ GL-PENDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AK-STATUS = "A"
                           AND AK-AMOUNT = GP-AMOUNT
                       MOVE "POSTED" TO GP-STATUS
                   ELSE
                       MOVE "REJECTED" TO GP-STATUS
                   END-IF
                   REWRITE GL-PENDING-RECORD
                       INVALID KEY
                           PERFORM NOTE-PENDING-IO-ERROR
                   END-REWRITE
           END-READ.

       WRITE-ACK-REPORT.
           OPEN OUTPUT ACK-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           OPEN INPUT GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           EVALUATE GP-STATUS
                               WHEN "POSTED"
                                   ADD 1 TO WS-RESOLVED-COUNT
                               WHEN "REJECTED"
                                   ADD 1 TO WS-REJECTED-COUNT
                                   PERFORM WRITE-PENDING-DETAIL
                               WHEN OTHER
                                   ADD 1 TO WS-UNRESOLVED-COUNT
                                   PERFORM WRITE-PENDING-DETAIL
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-PENDING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-RESOLVED-COUNT TO S-RESOLVED.
           MOVE WS-REJECTED-COUNT TO S-REJECTED.
           MOVE WS-UNRESOLVED-COUNT TO S-UNRESOLVED.
           CLOSE ACK-REPORT.

       WRITE-PENDING-DETAIL.
           MOVE GP-DATE TO D-DATE.
           MOVE GP-ACCOUNT-CODE TO D-ACCOUNT.
           MOVE GP-CURRENCY-CODE TO D-CURRENCY.
           MOVE GP-AMOUNT TO D-AMOUNT.
           MOVE GP-STATUS TO D-STATUS.
           MOVE GP-FIRST-DATE TO D-FIRST-DATE.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           COMPUTE JA-REJECT-COUNT =
               WS-REJECTED-COUNT + WS-UNRESOLVED-COUNT.
           MOVE WS-RESOLVED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
