           05  TH-NUM2             PIC 9(3)V99.
           05  TH-DATE             PIC 9(8).
           05  TH-TYPE             PIC X.
           05  TH-CPTY-BRANCH      PIC X(4).
           05  TH-ORIG-KEY         PIC 9(6).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
       01  WS-CURRENCY-FILTER      PIC X(3)    VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8)    VALUE 99999999.
       01  WS-RVL-OVERFLOW         PIC X       VALUE "N".

       01  WS-RVL-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-RVL-TABLE.
           05  WS-RVL-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY RVL-IDX.
               10  WS-RVL-ORIG-KEY     PIC 9(6).
               10  WS-RVL-KEY          PIC 9(6).
               10  WS-RVL-DATE         PIC 9(8).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "TranHistInquiry".
           05  D-NUM2              PIC ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  TYPE: ".
           05  D-TYPE              PIC X.
           05  FILLER              PIC X(6)    VALUE "  TO: ".
           05  D-CPTY              PIC X(4).

       01  WS-LINK-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  L-TEXT              PIC X(16).
           05  L-KEY               PIC 9(6).
           05  L-ON                PIC X(4).
           05  L-DATE              PIC X(8).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(16)   VALUE "ROWS SELECTED:  ".
           MOVE WS-FROM-DATE TO H-FROM.
           MOVE WS-TO-DATE TO H-TO.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM LOAD-REVERSAL-LINKS.
           PERFORM SCAN-HISTORY-FILE.
           MOVE WS-HIT-COUNT TO S-HITS.
           MOVE WS-NET-TOTAL TO S-NET.
                       WS-ERR-SEVERITY
           END-IF.

       LOAD-REVERSAL-LINKS.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TH-TYPE = "R" AND TH-ORIG-KEY NUMERIC
                                   AND TH-ORIG-KEY > 0
                               PERFORM STORE-REVERSAL-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-REVERSAL-LINK.
           IF WS-RVL-COUNT < 1000
               ADD 1 TO WS-RVL-COUNT
               SET RVL-IDX TO WS-RVL-COUNT
               MOVE TH-ORIG-KEY TO WS-RVL-ORIG-KEY(RVL-IDX)
               MOVE TH-TRAN-KEY TO WS-RVL-KEY(RVL-IDX)
               MOVE TH-DATE TO WS-RVL-DATE(RVL-IDX)
           ELSE
               IF WS-RVL-OVERFLOW = "N"
                   MOVE "Y" TO WS-RVL-OVERFLOW
                   MOVE "STORE-REVERSAL-LINK" TO WS-ERR-PARAGRAPH
                   MOVE "reversal link table full, links not shown"
                       TO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       WRITE-REVERSAL-LINKS.
           IF TH-TYPE = "R" AND TH-ORIG-KEY NUMERIC
                   AND TH-ORIG-KEY > 0
               MOVE "REVERSAL OF KEY " TO L-TEXT
               MOVE TH-ORIG-KEY TO L-KEY
               MOVE SPACES TO L-ON
               MOVE SPACES TO L-DATE
               WRITE RPT-LINE FROM WS-LINK-LINE
           END-IF.
           SET RVL-IDX TO 1.
           PERFORM UNTIL RVL-IDX > WS-RVL-COUNT
               IF WS-RVL-ORIG-KEY(RVL-IDX) = TH-TRAN-KEY
                   MOVE "REVERSED BY KEY " TO L-TEXT
                   MOVE WS-RVL-KEY(RVL-IDX) TO L-KEY
                   MOVE " ON " TO L-ON
                   MOVE WS-RVL-DATE(RVL-IDX) TO L-DATE
                   WRITE RPT-LINE FROM WS-LINK-LINE
               END-IF
               SET RVL-IDX UP BY 1
           END-PERFORM.

       SCAN-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"

       FILTER-HISTORY-ROW.
           IF (WS-BRANCH-FILTER = SPACES
                   OR TH-BRANCH = WS-BRANCH-FILTER
                   OR (TH-TYPE = "T"
                       AND TH-CPTY-BRANCH = WS-BRANCH-FILTER))
                   AND (WS-CURRENCY-FILTER = SPACES
                   OR TH-CURRENCY = WS-CURRENCY-FILTER)
                   AND TH-DATE >= WS-FROM-DATE
               MOVE TH-NUM1 TO D-NUM1
               MOVE TH-NUM2 TO D-NUM2
               MOVE TH-TYPE TO D-TYPE
               MOVE TH-CPTY-BRANCH TO D-CPTY
               WRITE RPT-LINE FROM WS-DETAIL-LINE
               PERFORM WRITE-REVERSAL-LINKS
               ADD TH-NUM1 TH-NUM2 GIVING WS-PAIR-SUM
               IF TH-TYPE = "T"
                   IF TH-CPTY-BRANCH = WS-BRANCH-FILTER
                       ADD WS-PAIR-SUM TO WS-NET-TOTAL
                   END-IF
                   IF TH-BRANCH = WS-BRANCH-FILTER
                       SUBTRACT WS-PAIR-SUM FROM WS-NET-TOTAL
                   END-IF
               ELSE
                   IF TH-TYPE = "C" OR TH-TYPE = "R"
                       SUBTRACT WS-PAIR-SUM FROM WS-NET-TOTAL
                   ELSE
                       ADD WS-PAIR-SUM TO WS-NET-TOTAL
                   END-IF
               END-IF
           END-IF.

           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-HIT-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
