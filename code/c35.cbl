               FILE STATUS IS WS-TRANCLN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "DIVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT MONTHLY-TOTALS-FILE ASSIGN TO "MONTOT"

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY DIVSUSP.

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
       01  WS-CHECK-BRANCH         PIC X(4)    VALUE SPACES.
       01  WS-CHECK-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-KEY-NUM              PIC 9(6)    VALUE ZERO.
       01  WS-CHECK-TYPE           PIC X       VALUE SPACE.
       01  WS-CHECK-ORIG-KEY       PIC 9(6)    VALUE ZERO.
       01  WS-LINKED-KEY           PIC 9(6)    VALUE ZERO.
       01  WS-REVERSAL-KEY         PIC 9(6)    VALUE ZERO.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.
           05  FILLER              PIC X(2)    VALUE "  ".
           05  S-NOTE              PIC X(22).

       01  WS-LINK-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  L-TEXT              PIC X(12).
           05  L-KEY               PIC 9(6).

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(10)   VALUE "REJECTED: ".
           05  R-KEY               PIC X(6).
           PERFORM GET-RUN-DATE.
           PERFORM GET-TRACE-CONTROL.
           PERFORM LOAD-POSTED-DATES.
           IF WS-KEY-FILTER > 0
               PERFORM FIND-REVERSAL-LINKS
           END-IF.
           OPEN OUTPUT TRACE-REPORT.
           MOVE WS-KEY-FILTER TO H-KEY.
           MOVE WS-BRANCH-FILTER TO H-BRANCH.
               MOVE MT-DATE TO WS-PDT-DATE(PDT-IDX)
           END-IF.

       FIND-REVERSAL-LINKS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANFILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE TRAN-KEY OF TRAN-RECORD TO WS-CHECK-KEY
                           MOVE TRAN-TYPE OF TRAN-RECORD
                               TO WS-CHECK-TYPE
                           MOVE ZERO TO WS-CHECK-ORIG-KEY
                           IF TRAN-ORIG-KEY OF TRAN-RECORD NUMERIC
                               MOVE TRAN-ORIG-KEY OF TRAN-RECORD
                                   TO WS-CHECK-ORIG-KEY
                           END-IF
                           PERFORM NOTE-REVERSAL-LINK
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CLEAN-FILE.
           IF WS-TRANCLN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLEAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CLEAN-RECORD TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               MOVE TRAN-KEY OF CLEAN-RECORD
                                   TO WS-CHECK-KEY
                               MOVE TRAN-TYPE OF CLEAN-RECORD
                                   TO WS-CHECK-TYPE
                               MOVE ZERO TO WS-CHECK-ORIG-KEY
                               IF TRAN-ORIG-KEY OF CLEAN-RECORD NUMERIC
                                   MOVE TRAN-ORIG-KEY OF CLEAN-RECORD
                                       TO WS-CHECK-ORIG-KEY
                               END-IF
                               PERFORM NOTE-REVERSAL-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-REVERSAL-LINK.
           IF WS-CHECK-TYPE = "R" AND WS-CHECK-ORIG-KEY > 0
               IF WS-CHECK-KEY = WS-KEY-FILTER
                   MOVE WS-CHECK-ORIG-KEY TO WS-LINKED-KEY
               END-IF
               IF WS-CHECK-ORIG-KEY = WS-KEY-FILTER
                   MOVE WS-CHECK-KEY TO WS-REVERSAL-KEY
               END-IF
           END-IF.

       WRITE-LINK-LINE.
           IF WS-CHECK-TYPE = "R" AND WS-CHECK-ORIG-KEY > 0
               MOVE "REVERSAL OF " TO L-TEXT
               MOVE WS-CHECK-ORIG-KEY TO L-KEY
               WRITE RPT-LINE FROM WS-LINK-LINE
           ELSE
               IF WS-REVERSAL-KEY > 0
                       AND WS-CHECK-KEY = WS-KEY-FILTER
                   MOVE "REVERSED BY " TO L-TEXT
                   MOVE WS-REVERSAL-KEY TO L-KEY
                   WRITE RPT-LINE FROM WS-LINK-LINE
               END-IF
           END-IF.

       CHECK-SELECTION-MATCH.
           MOVE "N" TO WS-MATCH-SW.
           IF WS-KEY-FILTER > 0
               IF WS-CHECK-KEY = WS-KEY-FILTER
                       OR (WS-LINKED-KEY > 0
                           AND WS-CHECK-KEY = WS-LINKED-KEY)
                       OR (WS-REVERSAL-KEY > 0
                           AND WS-CHECK-KEY = WS-REVERSAL-KEY)
                   MOVE "Y" TO WS-MATCH-SW
               END-IF
           ELSE
       REPORT-CAPTURED-RECORD.
           MOVE TRAN-KEY OF TRAN-RECORD TO WS-CHECK-KEY.
           MOVE TRAN-BRANCH OF TRAN-RECORD TO WS-CHECK-BRANCH.
           MOVE TRAN-TYPE OF TRAN-RECORD TO WS-CHECK-TYPE.
           MOVE ZERO TO WS-CHECK-ORIG-KEY.
           IF TRAN-ORIG-KEY OF TRAN-RECORD NUMERIC
               MOVE TRAN-ORIG-KEY OF TRAN-RECORD TO WS-CHECK-ORIG-KEY
           END-IF.
           IF TRAN-DATE OF TRAN-RECORD = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-CHECK-DATE
           ELSE
           MOVE TRAN-NUM2 OF TRAN-RECORD TO S-NUM2.
           MOVE TRAN-TYPE OF TRAN-RECORD TO S-TYPE.
           WRITE RPT-LINE FROM WS-STAGE-LINE.
           PERFORM WRITE-LINK-LINE.
           ADD 1 TO WS-HIT-COUNT.

       TRACE-REJECT-STAGE.
       REPORT-CLEAN-RECORD.
           MOVE TRAN-KEY OF CLEAN-RECORD TO WS-CHECK-KEY.
           MOVE TRAN-BRANCH OF CLEAN-RECORD TO WS-CHECK-BRANCH.
           MOVE TRAN-TYPE OF CLEAN-RECORD TO WS-CHECK-TYPE.
           MOVE ZERO TO WS-CHECK-ORIG-KEY.
           IF TRAN-ORIG-KEY OF CLEAN-RECORD NUMERIC
               MOVE TRAN-ORIG-KEY OF CLEAN-RECORD TO WS-CHECK-ORIG-KEY
           END-IF.
           IF TRAN-DATE OF CLEAN-RECORD = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-CHECK-DATE
           ELSE
               MOVE TRAN-NUM2 OF CLEAN-RECORD TO S-NUM2
               MOVE TRAN-TYPE OF CLEAN-RECORD TO S-TYPE
               WRITE RPT-LINE FROM WS-STAGE-LINE
               PERFORM WRITE-LINK-LINE
               ADD 1 TO WS-HIT-COUNT
           END-IF.

           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-HIT-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
