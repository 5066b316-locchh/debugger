               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

           SELECT AUTH-REVIEW-FILE ASSIGN TO "AUTHREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHREVW-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  RECERT-FILE.
       01  RECERT-RECORD.
           COPY RECERT.

       FD  AUTH-REVIEW-FILE.
       01  AUTH-REVIEW-RECORD.
           COPY AUTHREVW.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS            PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-RECERT-STATUS        PIC X(2)    VALUE "00".
       01  WS-AUTHREVW-STATUS      PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-SIGNON-OK            PIC X       VALUE "N".
       01  WS-ENTRY-NAME           PIC X(30)   VALUE SPACES.
       01  WS-ENTRY-PASSWORD       PIC X(8)    VALUE SPACES.
       01  WS-ENTRY-AUTH           PIC X       VALUE SPACE.
       01  WS-ENTRY-DECISION       PIC X       VALUE SPACE.
       01  WS-RECERT-HITS          PIC 9(3)    VALUE ZERO.
       01  WS-RECERT-RESULT        PIC X(9)    VALUE SPACES.
       01  WS-REVIEW-HITS          PIC 9(3)    VALUE ZERO.
       01  WS-REVIEW-RESULT        PIC X(8)    VALUE SPACES.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-TABLE-FULL           PIC X       VALUE "N".

       01  WS-RC-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY RC-IDX.
               10  WS-RC-OPERATOR-ID   PIC X(8).
               10  WS-RC-AUTH-LEVEL    PIC X.
               10  WS-RC-CYCLE-DATE    PIC 9(8).
               10  WS-RC-DEADLINE      PIC 9(8).
               10  WS-RC-STATUS        PIC X(9).
               10  WS-RC-DECIDED-BY    PIC X(8).
               10  WS-RC-DECIDED-DATE  PIC 9(8).

       01  WS-AR-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY AR-IDX.
               10  WS-AR-OPERATOR-ID   PIC X(8).
               10  WS-AR-AUTH-LEVEL    PIC X.
               10  WS-AR-NEW-ROLE      PIC X(8).
               10  WS-AR-QUEUED-DATE   PIC 9(8).
               10  WS-AR-STATUS        PIC X(8).

       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(60).
       01  WS-AFTER-IMAGE          PIC X(60).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).
       01  WS-IMAGE-BUILD          PIC X(60).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "SecurityAdmin".
       01  WS-ERR-PARAGRAPH        PIC X(30).
                       WHEN "6"
                           PERFORM BROWSE-OPERATORS
                       WHEN "7"
                           PERFORM RECORD-RECERTIFICATION
                       WHEN "8"
                           MOVE "Y" TO WS-QUIT-SWITCH
                       WHEN OTHER
                           DISPLAY "INVALID OPTION, TRY AGAIN"
           DISPLAY "4. RESET PASSWORD".
           DISPLAY "5. CHANGE AUTHORITY LEVEL".
           DISPLAY "6. BROWSE OPERATORS".
           DISPLAY "7. RECORD RECERTIFICATION / AUTHORITY REVIEW".
           DISPLAY "8. QUIT".
           DISPLAY "SELECT OPTION: ".
           ACCEPT WS-MENU-CHOICE.

                   MOVE WS-IMAGE-BUILD TO WS-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "AUTHORITY CHANGED: " WS-TARGET-ID
                   MOVE "REVIEWED" TO WS-REVIEW-RESULT
                   PERFORM CLOSE-AUTH-REVIEWS
                   IF WS-REVIEW-HITS > 0
                       DISPLAY "AUTHORITY REVIEW CLOSED: "
                           WS-TARGET-ID
                   END-IF
               END-IF
               CLOSE OPERATOR-MASTER
           END-IF.

       RECORD-RECERTIFICATION.
           PERFORM FETCH-TARGET-OPERATOR.
           IF WS-FOUND-SWITCH = "Y"
               IF OM-OPERATOR-ID = WS-OPERATOR-ID
                   DISPLAY "CANNOT RECERTIFY YOUR OWN ID"
               ELSE
                   DISPLAY "DECISION (C=CERTIFY, R=REVOKE): "
                   ACCEPT WS-ENTRY-DECISION
                   IF WS-ENTRY-DECISION NOT = "C"
                           AND WS-ENTRY-DECISION NOT = "R"
                       DISPLAY "DECISION MUST BE C OR R"
                   ELSE
                       PERFORM APPLY-RECERT-DECISION
                   END-IF
               END-IF
               CLOSE OPERATOR-MASTER
           END-IF.

       APPLY-RECERT-DECISION.
           IF WS-ENTRY-DECISION = "C"
               MOVE "CERTIFIED" TO WS-RECERT-RESULT
               MOVE "REVIEWED" TO WS-REVIEW-RESULT
           ELSE
               MOVE "REVOKED" TO WS-RECERT-RESULT
               MOVE "REVOKED" TO WS-REVIEW-RESULT
           END-IF.
           PERFORM LOAD-RECERT-TABLE.
           MOVE ZERO TO WS-RECERT-HITS.
           IF WS-TABLE-FULL = "Y"
               MOVE ZERO TO WS-RC-COUNT
               DISPLAY "RECERTIFICATION FILE TOO LARGE, NOT UPDATED"
           END-IF.
           SET RC-IDX TO 1.
           PERFORM UNTIL RC-IDX > WS-RC-COUNT
               IF WS-RC-OPERATOR-ID(RC-IDX) = WS-TARGET-ID
                       AND WS-RC-STATUS(RC-IDX) = "PENDING"
                   MOVE WS-RECERT-RESULT TO WS-RC-STATUS(RC-IDX)
                   MOVE WS-OPERATOR-ID TO WS-RC-DECIDED-BY(RC-IDX)
                   MOVE WS-RUN-DATE-NUM TO WS-RC-DECIDED-DATE(RC-IDX)
                   ADD 1 TO WS-RECERT-HITS
               END-IF
               SET RC-IDX UP BY 1
           END-PERFORM.
           IF WS-RECERT-HITS > 0
               PERFORM WRITE-RECERT-TABLE
           END-IF.
           PERFORM CLOSE-AUTH-REVIEWS.
           IF WS-RECERT-HITS = 0 AND WS-REVIEW-HITS = 0
               DISPLAY "NO RECERTIFICATION OR AUTHORITY REVIEW "
                   "PENDING FOR: " WS-TARGET-ID
           ELSE
               IF WS-ENTRY-DECISION = "R"
                   MOVE "D" TO OM-LOCKED-FLAG
                   REWRITE OPERATOR-MASTER-RECORD
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM BUILD-OPERATOR-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               IF WS-RECERT-HITS > 0
                   MOVE "RECERT" TO WS-AUDIT-ACTION
                   STRING WS-IMAGE-BUILD(1:30) WS-RECERT-RESULT
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               ELSE
                   MOVE "AUTHREVW" TO WS-AUDIT-ACTION
                   STRING WS-IMAGE-BUILD(1:30) WS-REVIEW-RESULT
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
               END-IF
               PERFORM WRITE-MAINT-AUDIT
               IF WS-RECERT-HITS > 0
                   DISPLAY "RECERTIFICATION RECORDED: " WS-TARGET-ID
                       " " WS-RECERT-RESULT
               END-IF
               IF WS-REVIEW-HITS > 0
                   DISPLAY "AUTHORITY REVIEW RECORDED: " WS-TARGET-ID
                       " " WS-REVIEW-RESULT
               END-IF
           END-IF.

       LOAD-RECERT-TABLE.
           MOVE ZERO TO WS-RC-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-TABLE-FULL.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RC-COUNT < 5000
                               ADD 1 TO WS-RC-COUNT
                               SET RC-IDX TO WS-RC-COUNT
                               MOVE RECERT-RECORD
                                   TO WS-RC-ENTRY(RC-IDX)
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.

       WRITE-RECERT-TABLE.
           OPEN OUTPUT RECERT-FILE.
           SET RC-IDX TO 1.
           PERFORM UNTIL RC-IDX > WS-RC-COUNT
               MOVE WS-RC-ENTRY(RC-IDX) TO RECERT-RECORD
               WRITE RECERT-RECORD
               SET RC-IDX UP BY 1
           END-PERFORM.
           CLOSE RECERT-FILE.

       CLOSE-AUTH-REVIEWS.
           MOVE ZERO TO WS-AR-COUNT.
           MOVE ZERO TO WS-REVIEW-HITS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-TABLE-FULL.
           OPEN INPUT AUTH-REVIEW-FILE.
           IF WS-AUTHREVW-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUTH-REVIEW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-AR-COUNT < 2000
                               ADD 1 TO WS-AR-COUNT
                               SET AR-IDX TO WS-AR-COUNT
                               MOVE AUTH-REVIEW-RECORD
                                   TO WS-AR-ENTRY(AR-IDX)
                               IF AR-OPERATOR-ID = WS-TARGET-ID
                                       AND AR-STATUS = "PENDING"
                                   MOVE WS-REVIEW-RESULT
                                       TO WS-AR-STATUS(AR-IDX)
                                   ADD 1 TO WS-REVIEW-HITS
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-REVIEW-FILE
               IF WS-TABLE-FULL = "Y"
                   MOVE ZERO TO WS-REVIEW-HITS
                   DISPLAY "AUTHORITY REVIEW QUEUE TOO LARGE, "
                       "NOT UPDATED"
               END-IF
               IF WS-REVIEW-HITS > 0
                   OPEN OUTPUT AUTH-REVIEW-FILE
                   SET AR-IDX TO 1
                   PERFORM UNTIL AR-IDX > WS-AR-COUNT
                       MOVE WS-AR-ENTRY(AR-IDX) TO AUTH-REVIEW-RECORD
                       WRITE AUTH-REVIEW-RECORD
                       SET AR-IDX UP BY 1
                   END-PERFORM
                   CLOSE AUTH-REVIEW-FILE
               END-IF
           END-IF.

       BROWSE-OPERATORS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OM-STATUS = "00"
           MOVE "00" TO WS-OM-STATUS.

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
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-CHANGE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
