       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettlementRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "CLRSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRSETL-STATUS.

           SELECT CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCLN-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CLROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLROPEN-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT SETTLEMENT-REPORT ASSIGN TO "CLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD.
           COPY CLRSETL.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           COPY TRANPAIR.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  TH-TRAN-KEY         PIC 9(6).
           05  TH-BRANCH           PIC X(4).
           05  TH-CURRENCY         PIC X(3).
           05  TH-NUM1             PIC 9(3)V99.
           05  TH-NUM2             PIC 9(3)V99.
           05  TH-DATE             PIC 9(8).
           05  TH-TYPE             PIC X.
           05  TH-CPTY-BRANCH      PIC X(4).
           05  TH-ORIG-KEY         PIC 9(6).

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           COPY CLROPEN.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  SETTLEMENT-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-CLRSETL-STATUS       PIC X(2)    VALUE "00".
       01  WS-TRANCLN-STATUS       PIC X(2)    VALUE "00".
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-CLROPEN-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-SETTLE-READ          PIC 9(7)    VALUE ZERO.
       01  WS-MATCHED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-MISMATCH-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-NOT-OURS-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-UNSETTLED-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-OVERDUE-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-UNRESOLVED-LINES     PIC 9(5)    VALUE ZERO.
       01  WS-FILE-ACCEPTED        PIC X       VALUE "N".
       01  WS-CONTROL-ERROR        PIC X       VALUE "N".
       01  WS-HEADER-SEEN          PIC X       VALUE "N".
       01  WS-TRAILER-SEEN         PIC X       VALUE "N".
       01  WS-SETTLE-DATE          PIC 9(8)    VALUE ZERO.
       01  WS-DETAIL-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-DETAIL-HASH          PIC S9(11)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-TRAILER-HASH         PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-OVERFLOW        PIC X       VALUE "N".
       01  WS-OPEN-OVERFLOW        PIC X       VALUE "N".
       01  WS-SETTLE-DAYS          PIC 9(3)    VALUE 2.
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-REC-INT              PIC S9(9)   VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(9)   VALUE ZERO.
       01  WS-PAIR-SUM             PIC S9(5)V99 VALUE ZERO.
       01  WS-OUR-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01  WS-MATCH-KEY            PIC 9(6)    VALUE ZERO.
       01  WS-MATCH-BRANCH         PIC X(4)    VALUE SPACES.
       01  WS-MATCH-CURRENCY       PIC X(3)    VALUE SPACES.
       01  WS-MATCH-DATE           PIC 9(8)    VALUE ZERO.

       01  WS-LINE-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LINE-IDX.
               10  WS-LINE-KEY         PIC 9(6).
               10  WS-LINE-BRANCH      PIC X(4).
               10  WS-LINE-CURRENCY    PIC X(3).
               10  WS-LINE-AMOUNT      PIC S9(9)V99.
               10  WS-LINE-OUR-AMOUNT  PIC S9(9)V99.
               10  WS-LINE-RESULT      PIC X.

       01  WS-OPEN-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY OPEN-IDX.
               10  WS-OPEN-KEY         PIC 9(6).
               10  WS-OPEN-BRANCH      PIC X(4).
               10  WS-OPEN-CURRENCY    PIC X(3).
               10  WS-OPEN-AMOUNT      PIC S9(9)V99.
               10  WS-OPEN-OUR-AMOUNT  PIC S9(9)V99.
               10  WS-OPEN-DATE        PIC 9(8).
               10  WS-OPEN-FIRST-DATE  PIC 9(8).
               10  WS-OPEN-STATUS      PIC X(8).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "SettlementRecon".
       01  WS-ERR-PARAGRAPH        PIC X(30).
       01  WS-ERR-MESSAGE          PIC X(80).
       01  WS-ERR-SEVERITY         PIC X       VALUE "W".

       01  WS-JOB-START-TIME       PIC 9(6).
       01  WS-RUN-DATE-NUM         PIC 9(8)    VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-HEADER-LINE.
           05  FILLER              PIC X(40)   VALUE
               "CLEARING SETTLEMENT RECONCILIATION FOR: ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(19)   VALUE
               "  SETTLEMENT DATE: ".
           05  H-SETTLE-DATE       PIC 9(8).

       01  WS-REJECT-LINE          PIC X(60)   VALUE
           "SETTLEMENT FILE REJECTED - HEADER/TRAILER CONTROL FAILED".

       01  WS-MISSING-LINE         PIC X(60)   VALUE
           "NO SETTLEMENT FILE RECEIVED - OPEN ITEMS AGED ONLY".

       01  WS-MISMATCH-HEADER      PIC X(40)   VALUE
           "AMOUNT MISMATCHES".

       01  WS-MISMATCH-LINE.
           05  FILLER              PIC X(5)    VALUE "KEY: ".
           05  M-KEY               PIC 9(6).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  M-BRANCH            PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  M-CURRENCY          PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  OURS: ".
           05  M-OURS              PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(11)   VALUE "  SETTLED: ".
           05  M-SETTLED           PIC -ZZZZZZZZ9.99.

       01  WS-OPEN-HEADER          PIC X(40)   VALUE
           "OPEN ITEMS".

       01  WS-OPEN-LINE.
           05  FILLER              PIC X(5)    VALUE "KEY: ".
           05  O-KEY               PIC 9(6).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  O-BRANCH            PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  O-CURRENCY          PIC X(3).
           05  FILLER              PIC X(7)    VALUE "  AMT: ".
           05  O-AMOUNT            PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  DATE: ".
           05  O-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-STATUS            PIC X(8).
           05  FILLER              PIC X(7)    VALUE "  AGE: ".
           05  O-AGE               PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-FLAG              PIC X(7).

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "NONE".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(9)    VALUE "SETTLED: ".
           05  S-SETTLED           PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  MATCHED: ".
           05  S-MATCHED           PIC ZZZZZZ9.
           05  FILLER              PIC X(14)   VALUE "  MISMATCHED: ".
           05  S-MISMATCHED        PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  NOT OURS: ".
           05  S-NOT-OURS          PIC ZZZZ9.
           05  FILLER              PIC X(13)   VALUE "  UNSETTLED: ".
           05  S-UNSETTLED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-SETTLEMENT-FILE.
           IF WS-FILE-ACCEPTED = "Y"
               PERFORM CLEAR-UNSETTLED-ITEMS
           END-IF.
           PERFORM SCAN-CLEAN-FILE.
           IF WS-FILE-ACCEPTED = "Y"
               PERFORM COUNT-UNRESOLVED-LINES
               IF WS-UNRESOLVED-LINES > 0
                   PERFORM SCAN-HISTORY-FILE
               END-IF
               PERFORM OPEN-NOT-OURS-ITEMS
           END-IF.
           PERFORM WRITE-SETTLEMENT-REPORT.
           PERFORM WRITE-OPEN-ITEMS.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-CONTROL-ERROR = "Y" OR WS-LINE-OVERFLOW = "Y"
                   OR WS-OPEN-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BD-YYYY TO WS-RUN-YYYY
                       MOVE BD-MM TO WS-RUN-MM
                       MOVE BD-DD TO WS-RUN-DD
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           COMPUTE WS-RUN-DATE-NUM = WS-RUN-YYYY * 10000
               + WS-RUN-MM * 100 + WS-RUN-DD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-CLROPEN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPEN-ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-OPEN-COUNT < 2000
                               ADD 1 TO WS-OPEN-COUNT
                               SET OPEN-IDX TO WS-OPEN-COUNT
                               MOVE CI-TRAN-KEY
                                   TO WS-OPEN-KEY(OPEN-IDX)
                               MOVE CI-BRANCH
                                   TO WS-OPEN-BRANCH(OPEN-IDX)
                               MOVE CI-CURRENCY
                                   TO WS-OPEN-CURRENCY(OPEN-IDX)
                               MOVE CI-AMOUNT
                                   TO WS-OPEN-AMOUNT(OPEN-IDX)
                               MOVE ZERO
                                   TO WS-OPEN-OUR-AMOUNT(OPEN-IDX)
                               MOVE CI-DATE
                                   TO WS-OPEN-DATE(OPEN-IDX)
                               MOVE CI-FIRST-DATE
                                   TO WS-OPEN-FIRST-DATE(OPEN-IDX)
                               MOVE CI-STATUS
                                   TO WS-OPEN-STATUS(OPEN-IDX)
                           ELSE
                               PERFORM NOTE-OPEN-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-OPEN-OVERFLOW.
           IF WS-OPEN-OVERFLOW = "N"
               MOVE "Y" TO WS-OPEN-OVERFLOW
               MOVE "NOTE-OPEN-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "settlement open-item table full, items dropped"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
           END-IF.

       LOAD-SETTLEMENT-FILE.
           OPEN INPUT SETTLEMENT-FILE.
           IF WS-CLRSETL-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-SETTLE-READ
                           PERFORM CHECK-SETTLEMENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
               IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
                   MOVE "Y" TO WS-CONTROL-ERROR
               END-IF
               IF WS-CONTROL-ERROR = "N"
                   IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                           OR WS-TRAILER-HASH NOT = WS-DETAIL-HASH
                       MOVE "Y" TO WS-CONTROL-ERROR
                   END-IF
               END-IF
               IF WS-CONTROL-ERROR = "Y"
                   MOVE ZERO TO WS-LINE-COUNT
                   MOVE "LOAD-SETTLEMENT-FILE" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "settlement file failed header/trailer "
                       "control, file rejected"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               ELSE
                   MOVE "Y" TO WS-FILE-ACCEPTED
               END-IF
           ELSE
               MOVE "LOAD-SETTLEMENT-FILE" TO WS-ERR-PARAGRAPH
               MOVE "clearing settlement file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-SETTLEMENT-RECORD.
           IF WS-TRAILER-SEEN = "Y"
               MOVE "Y" TO WS-CONTROL-ERROR
           END-IF.
           EVALUATE CS-RECORD-TYPE
               WHEN "H"
                   IF WS-HEADER-SEEN = "Y"
                       MOVE "Y" TO WS-CONTROL-ERROR
                   ELSE
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE CS-SETTLE-DATE TO WS-SETTLE-DATE
                   END-IF
               WHEN "D"
                   IF WS-HEADER-SEEN = "N"
                           OR CS-TRAN-KEY NOT NUMERIC
                           OR CS-AMOUNT NOT NUMERIC
                       MOVE "Y" TO WS-CONTROL-ERROR
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD CS-AMOUNT TO WS-DETAIL-HASH
                       PERFORM STORE-SETTLEMENT-LINE
                   END-IF
               WHEN "T"
                   MOVE "Y" TO WS-TRAILER-SEEN
                   IF CS-RECORD-COUNT NUMERIC
                           AND CS-HASH-TOTAL NUMERIC
                       MOVE CS-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE CS-HASH-TOTAL TO WS-TRAILER-HASH
                   ELSE
                       MOVE "Y" TO WS-CONTROL-ERROR
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-CONTROL-ERROR
           END-EVALUATE.

       STORE-SETTLEMENT-LINE.
           IF WS-LINE-COUNT < 2000
               ADD 1 TO WS-LINE-COUNT
               SET LINE-IDX TO WS-LINE-COUNT
               MOVE CS-TRAN-KEY TO WS-LINE-KEY(LINE-IDX)
               MOVE CS-BRANCH TO WS-LINE-BRANCH(LINE-IDX)
               MOVE CS-CURRENCY TO WS-LINE-CURRENCY(LINE-IDX)
               MOVE CS-AMOUNT TO WS-LINE-AMOUNT(LINE-IDX)
               MOVE ZERO TO WS-LINE-OUR-AMOUNT(LINE-IDX)
               MOVE SPACE TO WS-LINE-RESULT(LINE-IDX)
           ELSE
               IF WS-LINE-OVERFLOW = "N"
                   MOVE "Y" TO WS-LINE-OVERFLOW
                   MOVE "STORE-SETTLEMENT-LINE" TO WS-ERR-PARAGRAPH
                   MOVE "settlement line table full, lines dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       CLEAR-UNSETTLED-ITEMS.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATUS(OPEN-IDX) = "UNSETTLD"
                   MOVE WS-OPEN-KEY(OPEN-IDX) TO WS-MATCH-KEY
                   MOVE WS-OPEN-BRANCH(OPEN-IDX) TO WS-MATCH-BRANCH
                   MOVE WS-OPEN-CURRENCY(OPEN-IDX)
                       TO WS-MATCH-CURRENCY
                   MOVE WS-OPEN-AMOUNT(OPEN-IDX) TO WS-OUR-AMOUNT
                   PERFORM MATCH-SETTLEMENT-LINE
                   IF WS-FOUND-SW = "Y"
                       MOVE "CLEARED" TO WS-OPEN-STATUS(OPEN-IDX)
                   END-IF
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.

       MATCH-SETTLEMENT-LINE.
           MOVE "N" TO WS-FOUND-SW.
           SET LINE-IDX TO 1.
           PERFORM UNTIL LINE-IDX > WS-LINE-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-LINE-RESULT(LINE-IDX) = SPACE
                       AND WS-LINE-KEY(LINE-IDX) = WS-MATCH-KEY
                       AND WS-LINE-BRANCH(LINE-IDX) = WS-MATCH-BRANCH
                       AND WS-LINE-CURRENCY(LINE-IDX) =
                           WS-MATCH-CURRENCY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-OUR-AMOUNT TO WS-LINE-OUR-AMOUNT(LINE-IDX)
                   IF WS-LINE-AMOUNT(LINE-IDX) = WS-OUR-AMOUNT
                       MOVE "M" TO WS-LINE-RESULT(LINE-IDX)
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       MOVE "A" TO WS-LINE-RESULT(LINE-IDX)
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
               ELSE
                   SET LINE-IDX UP BY 1
               END-IF
           END-PERFORM.

       SCAN-CLEAN-FILE.
           OPEN INPUT CLEAN-FILE.
           IF WS-TRANCLN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CLEAN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CLEAN-RECORD TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                                   AND TRAN-TYPE NOT = "T"
                               ADD 1 TO WS-READ-COUNT
                               PERFORM RECONCILE-CLEAN-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-FILE
           ELSE
               MOVE "SCAN-CLEAN-FILE" TO WS-ERR-PARAGRAPH
               MOVE "clean transaction file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       RECONCILE-CLEAN-TRANSACTION.
           ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-SUM.
           IF TRAN-TYPE = "C" OR TRAN-TYPE = "R"
               COMPUTE WS-OUR-AMOUNT = 0 - WS-PAIR-SUM
           ELSE
               MOVE WS-PAIR-SUM TO WS-OUR-AMOUNT
           END-IF.
           MOVE TRAN-KEY TO WS-MATCH-KEY.
           MOVE TRAN-BRANCH TO WS-MATCH-BRANCH.
           MOVE TRAN-CURRENCY TO WS-MATCH-CURRENCY.
           IF TRAN-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-MATCH-DATE
           ELSE
               MOVE TRAN-DATE TO WS-MATCH-DATE
           END-IF.
           PERFORM MATCH-SETTLEMENT-LINE.
           IF WS-FOUND-SW = "N"
               PERFORM FIND-OPEN-ITEM
               IF WS-FOUND-SW = "Y"
                   IF WS-OPEN-STATUS(OPEN-IDX) = "NOT OURS"
                       PERFORM CLEAR-NOT-OURS-ITEM
                   END-IF
               ELSE
                   PERFORM OPEN-UNSETTLED-ITEM
               END-IF
           END-IF.

       FIND-OPEN-ITEM.
           MOVE "N" TO WS-FOUND-SW.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-OPEN-KEY(OPEN-IDX) = WS-MATCH-KEY
                       AND WS-OPEN-BRANCH(OPEN-IDX) = WS-MATCH-BRANCH
                       AND WS-OPEN-CURRENCY(OPEN-IDX) =
                           WS-MATCH-CURRENCY
                       AND WS-OPEN-STATUS(OPEN-IDX) NOT = "CLEARED"
                       AND WS-OPEN-STATUS(OPEN-IDX) NOT = "MATCHED"
                       AND WS-OPEN-STATUS(OPEN-IDX) NOT = "AMT DIFF"
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET OPEN-IDX UP BY 1
               END-IF
           END-PERFORM.

       CLEAR-NOT-OURS-ITEM.
           MOVE WS-OUR-AMOUNT TO WS-OPEN-OUR-AMOUNT(OPEN-IDX).
           IF WS-OPEN-AMOUNT(OPEN-IDX) = WS-OUR-AMOUNT
               MOVE "MATCHED" TO WS-OPEN-STATUS(OPEN-IDX)
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               MOVE "AMT DIFF" TO WS-OPEN-STATUS(OPEN-IDX)
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

       OPEN-UNSETTLED-ITEM.
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               SET OPEN-IDX TO WS-OPEN-COUNT
               MOVE WS-MATCH-KEY TO WS-OPEN-KEY(OPEN-IDX)
               MOVE WS-MATCH-BRANCH TO WS-OPEN-BRANCH(OPEN-IDX)
               MOVE WS-MATCH-CURRENCY TO WS-OPEN-CURRENCY(OPEN-IDX)
               MOVE WS-OUR-AMOUNT TO WS-OPEN-AMOUNT(OPEN-IDX)
               MOVE ZERO TO WS-OPEN-OUR-AMOUNT(OPEN-IDX)
               MOVE WS-MATCH-DATE TO WS-OPEN-DATE(OPEN-IDX)
               MOVE WS-RUN-DATE-NUM TO WS-OPEN-FIRST-DATE(OPEN-IDX)
               MOVE "UNSETTLD" TO WS-OPEN-STATUS(OPEN-IDX)
           ELSE
               PERFORM NOTE-OPEN-OVERFLOW
           END-IF.

       COUNT-UNRESOLVED-LINES.
           MOVE ZERO TO WS-UNRESOLVED-LINES.
           SET LINE-IDX TO 1.
           PERFORM UNTIL LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-RESULT(LINE-IDX) = SPACE
                   ADD 1 TO WS-UNRESOLVED-LINES
               END-IF
               SET LINE-IDX UP BY 1
           END-PERFORM.

       SCAN-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TH-TYPE NOT = "T"
                               PERFORM MATCH-HISTORY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       MATCH-HISTORY-TRANSACTION.
           ADD TH-NUM1 TH-NUM2 GIVING WS-PAIR-SUM.
           IF TH-TYPE = "C" OR TH-TYPE = "R"
               COMPUTE WS-OUR-AMOUNT = 0 - WS-PAIR-SUM
           ELSE
               MOVE WS-PAIR-SUM TO WS-OUR-AMOUNT
           END-IF.
           MOVE TH-TRAN-KEY TO WS-MATCH-KEY.
           MOVE TH-BRANCH TO WS-MATCH-BRANCH.
           MOVE TH-CURRENCY TO WS-MATCH-CURRENCY.
           PERFORM MATCH-SETTLEMENT-LINE.

       OPEN-NOT-OURS-ITEMS.
           SET LINE-IDX TO 1.
           PERFORM UNTIL LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-RESULT(LINE-IDX) = SPACE
                   MOVE "N" TO WS-LINE-RESULT(LINE-IDX)
                   MOVE WS-LINE-KEY(LINE-IDX) TO WS-MATCH-KEY
                   MOVE WS-LINE-BRANCH(LINE-IDX) TO WS-MATCH-BRANCH
                   MOVE WS-LINE-CURRENCY(LINE-IDX)
                       TO WS-MATCH-CURRENCY
                   PERFORM FIND-OPEN-ITEM
                   IF WS-FOUND-SW = "N"
                       PERFORM ADD-NOT-OURS-ITEM
                   END-IF
               END-IF
               SET LINE-IDX UP BY 1
           END-PERFORM.

       ADD-NOT-OURS-ITEM.
           IF WS-OPEN-COUNT < 2000
               ADD 1 TO WS-OPEN-COUNT
               SET OPEN-IDX TO WS-OPEN-COUNT
               MOVE WS-MATCH-KEY TO WS-OPEN-KEY(OPEN-IDX)
               MOVE WS-MATCH-BRANCH TO WS-OPEN-BRANCH(OPEN-IDX)
               MOVE WS-MATCH-CURRENCY TO WS-OPEN-CURRENCY(OPEN-IDX)
               MOVE WS-LINE-AMOUNT(LINE-IDX)
                   TO WS-OPEN-AMOUNT(OPEN-IDX)
               MOVE ZERO TO WS-OPEN-OUR-AMOUNT(OPEN-IDX)
               MOVE WS-SETTLE-DATE TO WS-OPEN-DATE(OPEN-IDX)
               MOVE WS-RUN-DATE-NUM TO WS-OPEN-FIRST-DATE(OPEN-IDX)
               MOVE "NOT OURS" TO WS-OPEN-STATUS(OPEN-IDX)
           ELSE
               PERFORM NOTE-OPEN-OVERFLOW
           END-IF.

       WRITE-SETTLEMENT-REPORT.
           OPEN OUTPUT SETTLEMENT-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-SETTLE-DATE TO H-SETTLE-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           IF WS-CONTROL-ERROR = "Y"
               WRITE RPT-LINE FROM WS-REJECT-LINE
           ELSE
               IF WS-FILE-ACCEPTED = "N"
                   WRITE RPT-LINE FROM WS-MISSING-LINE
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-MISMATCH-HEADER.
           IF WS-MISMATCH-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           SET LINE-IDX TO 1.
           PERFORM UNTIL LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-RESULT(LINE-IDX) = "A"
                   MOVE WS-LINE-KEY(LINE-IDX) TO M-KEY
                   MOVE WS-LINE-BRANCH(LINE-IDX) TO M-BRANCH
                   MOVE WS-LINE-CURRENCY(LINE-IDX) TO M-CURRENCY
                   MOVE WS-LINE-OUR-AMOUNT(LINE-IDX) TO M-OURS
                   MOVE WS-LINE-AMOUNT(LINE-IDX) TO M-SETTLED
                   PERFORM WRITE-MISMATCH-DETAIL
               END-IF
               SET LINE-IDX UP BY 1
           END-PERFORM.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATUS(OPEN-IDX) = "AMT DIFF"
                   MOVE WS-OPEN-KEY(OPEN-IDX) TO M-KEY
                   MOVE WS-OPEN-BRANCH(OPEN-IDX) TO M-BRANCH
                   MOVE WS-OPEN-CURRENCY(OPEN-IDX) TO M-CURRENCY
                   MOVE WS-OPEN-OUR-AMOUNT(OPEN-IDX) TO M-OURS
                   MOVE WS-OPEN-AMOUNT(OPEN-IDX) TO M-SETTLED
                   PERFORM WRITE-MISMATCH-DETAIL
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.
           WRITE RPT-LINE FROM WS-OPEN-HEADER.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATUS(OPEN-IDX) = "UNSETTLD"
                       OR WS-OPEN-STATUS(OPEN-IDX) = "NOT OURS"
                   PERFORM WRITE-OPEN-ITEM-DETAIL
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.
           IF WS-UNSETTLED-COUNT = 0 AND WS-NOT-OURS-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE WS-LINE-COUNT TO S-SETTLED.
           MOVE WS-MATCHED-COUNT TO S-MATCHED.
           MOVE WS-MISMATCH-COUNT TO S-MISMATCHED.
           MOVE WS-NOT-OURS-COUNT TO S-NOT-OURS.
           MOVE WS-UNSETTLED-COUNT TO S-UNSETTLED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE SETTLEMENT-REPORT.

       WRITE-MISMATCH-DETAIL.
           WRITE RPT-LINE FROM WS-MISMATCH-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE "WRITE-MISMATCH-DETAIL" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "settled amount differs from ours for key "
               M-KEY " branch " M-BRANCH
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-OPEN-ITEM-DETAIL.
           COMPUTE WS-REC-INT =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-FIRST-DATE(OPEN-IDX)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REC-INT.
           MOVE WS-OPEN-KEY(OPEN-IDX) TO O-KEY.
           MOVE WS-OPEN-BRANCH(OPEN-IDX) TO O-BRANCH.
           MOVE WS-OPEN-CURRENCY(OPEN-IDX) TO O-CURRENCY.
           MOVE WS-OPEN-AMOUNT(OPEN-IDX) TO O-AMOUNT.
           MOVE WS-OPEN-DATE(OPEN-IDX) TO O-DATE.
           MOVE WS-OPEN-STATUS(OPEN-IDX) TO O-STATUS.
           MOVE WS-AGE-DAYS TO O-AGE.
           MOVE SPACES TO O-FLAG.
           MOVE "WRITE-OPEN-ITEM-DETAIL" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           IF WS-OPEN-STATUS(OPEN-IDX) = "NOT OURS"
               ADD 1 TO WS-NOT-OURS-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               STRING "settled item not ours, key "
                   WS-OPEN-KEY(OPEN-IDX) " branch "
                   WS-OPEN-BRANCH(OPEN-IDX) " open since "
                   WS-OPEN-FIRST-DATE(OPEN-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               ADD 1 TO WS-UNSETTLED-COUNT
               IF WS-AGE-DAYS > WS-SETTLE-DAYS
                   MOVE "OVERDUE" TO O-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "transaction not settled, key "
                       WS-OPEN-KEY(OPEN-IDX) " branch "
                       WS-OPEN-BRANCH(OPEN-IDX) " open since "
                       WS-OPEN-FIRST-DATE(OPEN-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-OPEN-LINE.

       WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-STATUS(OPEN-IDX) = "UNSETTLD"
                       OR WS-OPEN-STATUS(OPEN-IDX) = "NOT OURS"
                   MOVE WS-OPEN-KEY(OPEN-IDX) TO CI-TRAN-KEY
                   MOVE WS-OPEN-BRANCH(OPEN-IDX) TO CI-BRANCH
                   MOVE WS-OPEN-CURRENCY(OPEN-IDX) TO CI-CURRENCY
                   MOVE WS-OPEN-AMOUNT(OPEN-IDX) TO CI-AMOUNT
                   MOVE WS-OPEN-DATE(OPEN-IDX) TO CI-DATE
                   MOVE WS-OPEN-FIRST-DATE(OPEN-IDX) TO CI-FIRST-DATE
                   MOVE WS-OPEN-STATUS(OPEN-IDX) TO CI-STATUS
                   WRITE OPEN-ITEM-RECORD
               END-IF
               SET OPEN-IDX UP BY 1
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           COMPUTE JA-READ-COUNT = WS-READ-COUNT + WS-SETTLE-READ.
           MOVE WS-EXCEPTION-COUNT TO JA-REJECT-COUNT.
           MOVE WS-MATCHED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
