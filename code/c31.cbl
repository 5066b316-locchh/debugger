               FILE STATUS IS WS-OM-STATUS.

           SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-GLPEND-STATUS.

           SELECT GL-SUPPLEMENT-FILE ASSIGN TO "GLSUPP"

       FD  GL-PENDING-FILE.
       01  GL-PENDING-RECORD.
           COPY GLPEND.

       FD  GL-SUPPLEMENT-FILE.
       01  GL-SUPPLEMENT-RECORD.
           05  AM-CURRENCY         PIC X(3).
           05  AM-ACCOUNT          PIC X(10).
           05  AM-CONTRA-ACCOUNT   PIC X(10).
           05  AM-ACCOUNT-CLASS    PIC X.
           05  AM-CONTRA-CLASS     PIC X.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-REPOST-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-KEPT-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-RETURNED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-PRIOR-SUPP-COMPLETE  PIC X       VALUE "Y".
       01  WS-ANSWER               PIC X       VALUE SPACE.
       01  WS-NEW-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-NEW-CURRENCY         PIC X(3)    VALUE SPACES.
       01  WS-CONTRA-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-SUPP-SOURCE          PIC X(10)   VALUE "GLREPOST".
       01  WS-BLOCK-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-SUPP-OPEN            PIC X       VALUE "N".
       01  WS-BLOCK-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-BLOCK-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-SHOW          PIC -ZZZZZZZZ9.99.

       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(60).
       01  WS-AFTER-IMAGE          PIC X(60).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).

       01  WS-MAP-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES
           IF WS-SIGNON-OK = "Y"
               PERFORM LOAD-GL-ACCOUNT-MAP
               PERFORM LOAD-CURRENCY-CODES
               PERFORM CHECK-PRIOR-SUPPLEMENT
               PERFORM SETTLE-PRIOR-REPOSTS
               PERFORM REVIEW-PENDING-ITEMS
               IF WS-SUPP-OPEN = "Y"
                   PERFORM WRITE-BLOCK-TRAILER
                   CLOSE GL-SUPPLEMENT-FILE
               END-IF
               PERFORM CLEAR-REPOSTED-ITEMS
               DISPLAY "ITEMS REPOSTED: " WS-REPOST-COUNT
               DISPLAY "ITEMS KEPT:     " WS-KEPT-COUNT
               MOVE 0 TO RETURN-CODE
               MOVE XR-CURRENCY-CODE TO WS-RATE-CURRENCY(RATE-IDX)
           END-IF.

       CHECK-PRIOR-SUPPLEMENT.
           MOVE "Y" TO WS-PRIOR-SUPP-COMPLETE.
           OPEN INPUT GL-SUPPLEMENT-FILE.
           IF WS-GLSUPP-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-SUPPLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GL-RECORD-TYPE = "T"
                               MOVE "Y" TO WS-PRIOR-SUPP-COMPLETE
                           ELSE
                               MOVE "N" TO WS-PRIOR-SUPP-COMPLETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUPPLEMENT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       SETTLE-PRIOR-REPOSTS.
           OPEN I-O GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GP-STATUS = "REPOSTED"
                               PERFORM SETTLE-ONE-PRIOR-REPOST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PENDING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-RETURNED-COUNT > 0
               DISPLAY "ITEMS RETURNED FROM INCOMPLETE SESSION: "
                   WS-RETURNED-COUNT
               MOVE "SETTLE-PRIOR-REPOSTS" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "reposts without supplement trailer returned "
                   "to review: " WS-RETURNED-COUNT
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
           END-IF.

       SETTLE-ONE-PRIOR-REPOST.
           IF WS-PRIOR-SUPP-COMPLETE = "Y"
               DELETE GL-PENDING-FILE RECORD
                   INVALID KEY
                       PERFORM NOTE-REPOST-NOT-CLEARED
               END-DELETE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING GP-DATE
                   GP-ACCOUNT-CODE
                   GP-CURRENCY-CODE
                   GP-STATUS
                   DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               MOVE "NO ACK" TO GP-STATUS
               REWRITE GL-PENDING-RECORD
                   INVALID KEY
                       PERFORM NOTE-REPOST-NOT-CLEARED
                   NOT INVALID KEY
                       ADD 1 TO WS-RETURNED-COUNT
                       MOVE SPACES TO WS-AFTER-IMAGE
                       STRING GP-DATE
                           GP-ACCOUNT-CODE
                           GP-CURRENCY-CODE
                           GP-STATUS
                           DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                       MOVE "GLRETURN" TO WS-AUDIT-ACTION
                       PERFORM WRITE-MAINT-AUDIT
               END-REWRITE
           END-IF.

       CLEAR-REPOSTED-ITEMS.
           MOVE ZERO TO WS-KEPT-COUNT.
           OPEN I-O GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ GL-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF GP-STATUS = "REPOSTED"
                               DELETE GL-PENDING-FILE RECORD
                                   INVALID KEY
                                       PERFORM NOTE-REPOST-NOT-CLEARED
                               END-DELETE
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PENDING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-REPOST-NOT-CLEARED.
           ADD 1 TO WS-KEPT-COUNT.
           MOVE "CLEAR-REPOSTED-ITEMS" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "reposted item not cleared from GLPEND: "
               GP-ACCOUNT-CODE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
               WS-ERR-SEVERITY.

       REVIEW-PENDING-ITEMS.
           OPEN I-O GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR WS-QUIT-SWITCH = "Y"
                   READ GL-PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF GP-STATUS = "REJECTED"
                                   OR GP-STATUS = "NO ACK"
                               PERFORM REVIEW-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PENDING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       REVIEW-ONE-ITEM.
           MOVE GP-AMOUNT TO WS-AMOUNT-SHOW.
           DISPLAY "PENDING ITEM DATE: " GP-DATE
               " ACCOUNT: " GP-ACCOUNT-CODE
               " CURRENCY: " GP-CURRENCY-CODE
               " AMOUNT: " WS-AMOUNT-SHOW
               " STATUS: " GP-STATUS.
           DISPLAY "ACTION (R=REPOST, S=SKIP, Q=QUIT): ".
           ACCEPT WS-ANSWER.
           EVALUATE WS-ANSWER
           DISPLAY "NEW CURRENCY (BLANK = KEEP): ".
           ACCEPT WS-NEW-CURRENCY.
           IF WS-NEW-ACCOUNT = SPACES
               MOVE GP-ACCOUNT-CODE TO WS-NEW-ACCOUNT
           END-IF.
           IF WS-NEW-CURRENCY = SPACES
               MOVE GP-CURRENCY-CODE TO WS-NEW-CURRENCY
           END-IF.
           PERFORM CHECK-ACCOUNT-CODE.
           PERFORM CHECK-CURRENCY-CODE.
           END-IF.
           IF WS-ACCOUNT-OK = "Y" AND WS-CURRENCY-OK = "Y"
               MOVE SPACES TO WS-BEFORE-IMAGE
               STRING GP-DATE
                   GP-ACCOUNT-CODE
                   GP-CURRENCY-CODE
                   GP-STATUS
                   DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
               PERFORM WRITE-ONE-SUPP-DETAIL
               MOVE "REPOSTED" TO GP-STATUS
               REWRITE GL-PENDING-RECORD
                   INVALID KEY
                       MOVE "CORRECT-ONE-ITEM" TO WS-ERR-PARAGRAPH
                       MOVE SPACES TO WS-ERR-MESSAGE
                       STRING "reposted item not marked on GLPEND: "
                           GP-ACCOUNT-CODE
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-REWRITE
               ADD 1 TO WS-REPOST-COUNT
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING GP-DATE
                   WS-NEW-ACCOUNT
                   WS-NEW-CURRENCY
                   "REPOSTED"
                   DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               MOVE "GLCORR" TO WS-AUDIT-ACTION
               PERFORM WRITE-MAINT-AUDIT
               DISPLAY "ITEM REPOSTED"
           END-IF.

       CHECK-ACCOUNT-CODE.
           MOVE SPACES TO WS-CONTRA-ACCOUNT.
           SET MAP-IDX TO 1.
           PERFORM UNTIL MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-GL-ACCOUNT(MAP-IDX) = WS-NEW-ACCOUNT
                   MOVE WS-MAP-GL-CONTRA(MAP-IDX)
                       TO WS-CONTRA-ACCOUNT
               END-IF
               SET MAP-IDX UP BY 1
           END-PERFORM.

       WRITE-BLOCK-HEADER.
           MOVE ZERO TO WS-BLOCK-COUNT.
           MOVE ZERO TO WS-BLOCK-HASH.
           MOVE SPACES TO GL-SUPPLEMENT-RECORD.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-SUPPLEMENT-RECORD.

       WRITE-BLOCK-TRAILER.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-BLOCK-DATE TO GL-DATE.
           MOVE WS-SUPP-SOURCE TO GL-ACCOUNT-CODE.
           WRITE GL-SUPPLEMENT-RECORD.

       WRITE-ONE-SUPP-DETAIL.
           IF WS-SUPP-OPEN = "N"
               OPEN OUTPUT GL-SUPPLEMENT-FILE
               MOVE "Y" TO WS-SUPP-OPEN
               MOVE GP-DATE TO WS-BLOCK-DATE
               PERFORM WRITE-BLOCK-HEADER
           END-IF.
           IF GP-DATE NOT = WS-BLOCK-DATE
               PERFORM WRITE-BLOCK-TRAILER
               MOVE GP-DATE TO WS-BLOCK-DATE
               PERFORM WRITE-BLOCK-HEADER
           END-IF.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE GP-DATE TO GL-DATE.
           MOVE WS-NEW-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-NEW-CURRENCY TO GL-CURRENCY-CODE.
           MOVE GP-AMOUNT TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-SUPPLEMENT-RECORD.
           ADD 1 TO WS-BLOCK-COUNT.
           ADD GP-AMOUNT TO WS-BLOCK-HASH.
           PERFORM LOOK-UP-CONTRA-ACCOUNT.
           IF WS-CONTRA-ACCOUNT = SPACES
               MOVE "WRITE-ONE-SUPP-DETAIL" TO WS-ERR-PARAGRAPH
               STRING "no contra account for reposted item "
                   WS-NEW-ACCOUNT
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               COMPUTE WS-CONTRA-AMOUNT = 0 - GP-AMOUNT
               MOVE "C" TO GL-RECORD-TYPE
               MOVE GP-DATE TO GL-DATE
               MOVE WS-CONTRA-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-NEW-CURRENCY TO GL-CURRENCY-CODE
               MOVE WS-CONTRA-AMOUNT TO GL-AMOUNT
               MOVE ZERO TO GL-RECORD-COUNT
               MOVE ZERO TO GL-HASH-TOTAL
               WRITE GL-SUPPLEMENT-RECORD
           END-IF.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-RUN-DATE-NUM > 0
           MOVE WS-AUDIT-ACTION TO MA-ACTION.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
           CALL "MaintAuditChain" USING MAINT-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-KEPT-COUNT TO JA-REJECT-COUNT.
           MOVE WS-REPOST-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
