       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT BRANCH-TOTALS-FILE ASSIGN TO "BRTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRTOT-STATUS.

           SELECT MONTHLY-TOTALS-FILE ASSIGN TO "MONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTOT-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT AUDIT-WINDOW-FILE ASSIGN TO "POSACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSACTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT POSITION-AUDIT-REPORT ASSIGN TO "POSARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       01  POSITION-MASTER-RECORD.
           COPY POSMSTR.

       FD  BRANCH-TOTALS-FILE.
       01  BRANCH-TOTALS-RECORD.
           COPY BRNTOT.

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
           COPY MONTOT.

       FD  REVERSED-DATE-FILE.
       01  REVERSED-DATE-RECORD.
           05  RV-DATE             PIC 9(8).

       FD  AUDIT-WINDOW-FILE.
       01  AUDIT-WINDOW-RECORD.
           05  AW-WINDOW-DAYS      PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  POSITION-AUDIT-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-BRTOT-STATUS         PIC X(2)    VALUE "00".
       01  WS-MONTOT-STATUS        PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-POSACTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-PM-AVAILABLE         PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-ENTRY-FOUND          PIC X       VALUE "N".
       01  WS-TABLE-OVERFLOW       PIC X       VALUE "N".

       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-PM-ROW-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-BT-ROW-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-MT-ROW-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-PM-SKIPPED           PIC 9(7)    VALUE ZERO.
       01  WS-BT-SKIPPED           PIC 9(7)    VALUE ZERO.
       01  WS-MT-SKIPPED           PIC 9(7)    VALUE ZERO.
       01  WS-CHAIN-BREAKS         PIC 9(7)    VALUE ZERO.
       01  WS-ARITH-BREAKS         PIC 9(7)    VALUE ZERO.
       01  WS-BRTOT-BREAKS         PIC 9(7)    VALUE ZERO.
       01  WS-MONTOT-BREAKS        PIC 9(7)    VALUE ZERO.
       01  WS-BREAK-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-FIRST-PM-DATE        PIC 9(8)    VALUE ZERO.
       01  WS-WINDOW-DAYS          PIC 9(3)    VALUE 35.
       01  WS-WINDOW-START         PIC 9(8)    VALUE ZERO.
       01  WS-WINDOW-INT           PIC S9(9)   VALUE ZERO.
       01  WS-REPORT-ROW           PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-AMT         PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-1-ED          PIC -ZZZZZZZZZZ9.99.
       01  WS-AMOUNT-2-ED          PIC -ZZZZZZZZZZ9.99.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE    PIC 9(8)    OCCURS 50 TIMES
                                   INDEXED BY RVRS-IDX.

       01  WS-CHAIN-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CH-IDX.
               10  WS-CH-BRANCH        PIC X(4).
               10  WS-CH-CURRENCY      PIC X(3).
               10  WS-CH-CLOSING       PIC S9(11)V99.
               10  WS-CH-RUNNING       PIC S9(11)V99.

       01  WS-BX-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-BX-TABLE.
           05  WS-BX-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY BX-IDX.
               10  WS-BX-DATE          PIC 9(8).
               10  WS-BX-BRANCH        PIC X(4).
               10  WS-BX-CURRENCY      PIC X(3).
               10  WS-BX-PM-ROW        PIC 9(7).
               10  WS-BX-BT-ROW        PIC 9(7).
               10  WS-BX-PM-AMT        PIC S9(11)V99.
               10  WS-BX-BT-AMT        PIC S9(11)V99.

       01  WS-CX-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-CX-TABLE.
           05  WS-CX-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY CX-IDX.
               10  WS-CX-DATE          PIC 9(8).
               10  WS-CX-CURRENCY      PIC X(3).
               10  WS-CX-REVERSED      PIC X.
               10  WS-CX-PM-ROW        PIC 9(7).
               10  WS-CX-MT-ROW        PIC 9(7).
               10  WS-CX-PM-AMT        PIC S9(11)V99.
               10  WS-CX-MT-AMT        PIC S9(11)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "PositionAudit".
       01  WS-ERR-PARAGRAPH        PIC X(30).
       01  WS-ERR-MESSAGE          PIC X(80).
       01  WS-ERR-SEVERITY         PIC X       VALUE "W".

       01  WS-JOB-START-TIME       PIC 9(6).
       01  WS-RUN-DATE-NUM         PIC 9(8)    VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).

       01  WS-HEADER-LINE.
           05  FILLER              PIC X(27)   VALUE
               "POSITION MASTER AUDIT FOR: ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(15)   VALUE
               "  TOTALS FROM: ".
           05  H-WINDOW-START      PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(35)   VALUE
               "FILE          ROW  DATE      BRCH  ".
           05  FILLER              PIC X(29)   VALUE
               "CCY  BREAK             DETAIL".

       01  WS-EXCEPTION-LINE.
           05  E-SOURCE            PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-ROW               PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-BRANCH            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-CURRENCY          PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-REASON            PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-DETAIL            PIC X(70).

       01  WS-FILE-SUMMARY-LINE.
           05  S-FILE              PIC X(8).
           05  FILLER              PIC X(8)    VALUE "  ROWS: ".
           05  S-ROWS              PIC ZZZZZZ9.
           05  FILLER              PIC X(16)   VALUE
               "  NOT AUDITED:  ".
           05  S-SKIPPED           PIC ZZZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  BREAKS: ".
           05  S-BREAKS            PIC ZZZZZZ9.

       01  WS-CHAIN-SUMMARY-LINE.
           05  FILLER              PIC X(30)   VALUE
               "BRANCH/CURRENCY CHAINS WALKED:".
           05  C-CHAINS            PIC ZZZ9.
           05  FILLER              PIC X(17)   VALUE
               "  CHAIN BREAKS:  ".
           05  C-CHAIN-BREAKS      PIC ZZZZZZ9.
           05  FILLER              PIC X(22)   VALUE
               "  ARITHMETIC BREAKS:  ".
           05  C-ARITH-BREAKS      PIC ZZZZZZ9.

       01  WS-RESULT-LINE.
           05  FILLER              PIC X(14)   VALUE "AUDIT RESULT: ".
           05  R-STATUS            PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-AUDIT-WINDOW.
           PERFORM LOAD-REVERSED-DATES.
           OPEN OUTPUT POSITION-AUDIT-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-WINDOW-START TO H-WINDOW-START.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
           PERFORM WALK-POSITION-MASTER.
           IF WS-PM-AVAILABLE = "Y"
               PERFORM LOAD-BRANCH-TOTALS
               PERFORM LOAD-MONTHLY-TOTALS
               PERFORM CROSS-FOOT-BRANCH-TOTALS
               PERFORM CROSS-FOOT-MONTHLY-TOTALS
           END-IF.
           COMPUTE WS-BREAK-COUNT = WS-CHAIN-BREAKS + WS-ARITH-BREAKS
               + WS-BRTOT-BREAKS + WS-MONTOT-BREAKS.
           PERFORM WRITE-AUDIT-SUMMARY.
           CLOSE POSITION-AUDIT-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-BREAK-COUNT > 0 OR WS-TABLE-OVERFLOW = "Y"
               DISPLAY "POSITION MASTER AUDIT BREAKS: "
                   WS-BREAK-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

       GET-AUDIT-WINDOW.
           OPEN INPUT AUDIT-WINDOW-FILE.
           IF WS-POSACTL-STATUS = "00"
               READ AUDIT-WINDOW-FILE
                   NOT AT END
                       IF AW-WINDOW-DAYS NUMERIC AND AW-WINDOW-DAYS > 0
                           MOVE AW-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE AUDIT-WINDOW-FILE
           END-IF.
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).

       LOAD-REVERSED-DATES.
           OPEN INPUT REVERSED-DATE-FILE.
           IF WS-RVRS-STATUS = "00"
               PERFORM UNTIL WS-RVRS-STATUS NOT = "00"
                   READ REVERSED-DATE-FILE
                       AT END
                           MOVE "10" TO WS-RVRS-STATUS
                       NOT AT END
                           IF WS-RVRS-COUNT < 50
                               ADD 1 TO WS-RVRS-COUNT
                               SET RVRS-IDX TO WS-RVRS-COUNT
                               MOVE RV-DATE TO WS-RVRS-DATE(RVRS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSED-DATE-FILE
           END-IF.

       WALK-POSITION-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT POSITION-MASTER.
           IF WS-POSMSTR-STATUS = "00"
               MOVE "Y" TO WS-PM-AVAILABLE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ POSITION-MASTER
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-POSITION-ROW
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER
           ELSE
               MOVE "WALK-POSITION-MASTER" TO WS-ERR-PARAGRAPH
               MOVE "position master not available, nothing audited"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       CHECK-POSITION-ROW.
           ADD 1 TO WS-PM-ROW-COUNT.
           ADD 1 TO WS-READ-COUNT.
           IF WS-FIRST-PM-DATE = 0 OR PM-DATE < WS-FIRST-PM-DATE
               MOVE PM-DATE TO WS-FIRST-PM-DATE
           END-IF.
           PERFORM CHECK-POSITION-ROW-REVERSED.
           PERFORM CHECK-POSITION-ARITHMETIC.
           PERFORM CHECK-POSITION-CHAIN.
           IF PM-DATE < WS-WINDOW-START
               ADD 1 TO WS-PM-SKIPPED
           ELSE
               PERFORM STORE-BRANCH-POSITION
               PERFORM STORE-CURRENCY-POSITION
           END-IF.

       CHECK-POSITION-ROW-REVERSED.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.
           PERFORM UNTIL RVRS-IDX > WS-RVRS-COUNT
               IF WS-RVRS-DATE(RVRS-IDX) = PM-DATE
                   MOVE "Y" TO WS-ROW-REVERSED
               END-IF
               SET RVRS-IDX UP BY 1
           END-PERFORM.

       CHECK-POSITION-ARITHMETIC.
           COMPUTE WS-EXPECTED-AMT = PM-OPENING + PM-MOVEMENT.
           IF WS-EXPECTED-AMT NOT = PM-CLOSING
               ADD 1 TO WS-ARITH-BREAKS
               MOVE "ARITHMETIC" TO E-REASON
               MOVE PM-CLOSING TO WS-AMOUNT-1-ED
               MOVE WS-EXPECTED-AMT TO WS-AMOUNT-2-ED
               MOVE SPACES TO E-DETAIL
               STRING "CLOSING " WS-AMOUNT-1-ED
                   " NOT OPENING + MOVEMENT " WS-AMOUNT-2-ED
                   DELIMITED BY SIZE INTO E-DETAIL
               PERFORM WRITE-POSITION-EXCEPTION
           END-IF.

       CHECK-POSITION-CHAIN.
           MOVE "N" TO WS-ENTRY-FOUND.
           SET CH-IDX TO 1.
           PERFORM UNTIL CH-IDX > WS-CHAIN-COUNT
                   OR WS-ENTRY-FOUND = "Y"
               IF WS-CH-BRANCH(CH-IDX) = PM-BRANCH
                       AND WS-CH-CURRENCY(CH-IDX) = PM-CURRENCY
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   SET CH-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "Y"
               IF PM-OPENING NOT = WS-CH-CLOSING(CH-IDX)
                       AND PM-OPENING NOT = WS-CH-RUNNING(CH-IDX)
                   ADD 1 TO WS-CHAIN-BREAKS
                   MOVE "CHAIN BREAK" TO E-REASON
                   MOVE PM-OPENING TO WS-AMOUNT-1-ED
                   MOVE WS-CH-CLOSING(CH-IDX) TO WS-AMOUNT-2-ED
                   MOVE SPACES TO E-DETAIL
                   STRING "OPENING " WS-AMOUNT-1-ED
                       " NOT PRIOR CLOSING " WS-AMOUNT-2-ED
                       DELIMITED BY SIZE INTO E-DETAIL
                   PERFORM WRITE-POSITION-EXCEPTION
                   MOVE PM-OPENING TO WS-CH-RUNNING(CH-IDX)
               END-IF
           ELSE
               IF WS-CHAIN-COUNT < 200
                   ADD 1 TO WS-CHAIN-COUNT
                   SET CH-IDX TO WS-CHAIN-COUNT
                   MOVE PM-BRANCH TO WS-CH-BRANCH(CH-IDX)
                   MOVE PM-CURRENCY TO WS-CH-CURRENCY(CH-IDX)
                   MOVE PM-OPENING TO WS-CH-RUNNING(CH-IDX)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   PERFORM NOTE-TABLE-OVERFLOW
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND = "Y"
               IF WS-ROW-REVERSED = "N"
                   ADD PM-MOVEMENT TO WS-CH-RUNNING(CH-IDX)
               END-IF
               MOVE PM-CLOSING TO WS-CH-CLOSING(CH-IDX)
           END-IF.

       STORE-BRANCH-POSITION.
           MOVE "N" TO WS-ENTRY-FOUND.
           SET BX-IDX TO 1.
           PERFORM UNTIL BX-IDX > WS-BX-COUNT
                   OR WS-ENTRY-FOUND = "Y"
               IF WS-BX-DATE(BX-IDX) = PM-DATE
                       AND WS-BX-BRANCH(BX-IDX) = PM-BRANCH
                       AND WS-BX-CURRENCY(BX-IDX) = PM-CURRENCY
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   SET BX-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "N"
               IF WS-BX-COUNT < 5000
                   ADD 1 TO WS-BX-COUNT
                   SET BX-IDX TO WS-BX-COUNT
                   MOVE PM-DATE TO WS-BX-DATE(BX-IDX)
                   MOVE PM-BRANCH TO WS-BX-BRANCH(BX-IDX)
                   MOVE PM-CURRENCY TO WS-BX-CURRENCY(BX-IDX)
                   MOVE WS-PM-ROW-COUNT TO WS-BX-PM-ROW(BX-IDX)
                   MOVE ZERO TO WS-BX-BT-ROW(BX-IDX)
                   MOVE ZERO TO WS-BX-PM-AMT(BX-IDX)
                   MOVE ZERO TO WS-BX-BT-AMT(BX-IDX)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   PERFORM NOTE-TABLE-OVERFLOW
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND = "Y"
               ADD PM-MOVEMENT TO WS-BX-PM-AMT(BX-IDX)
           END-IF.

       STORE-CURRENCY-POSITION.
           MOVE "N" TO WS-ENTRY-FOUND.
           SET CX-IDX TO 1.
           PERFORM UNTIL CX-IDX > WS-CX-COUNT
                   OR WS-ENTRY-FOUND = "Y"
               IF WS-CX-DATE(CX-IDX) = PM-DATE
                       AND WS-CX-CURRENCY(CX-IDX) = PM-CURRENCY
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   SET CX-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = "N"
               IF WS-CX-COUNT < 5000
                   ADD 1 TO WS-CX-COUNT
                   SET CX-IDX TO WS-CX-COUNT
                   MOVE PM-DATE TO WS-CX-DATE(CX-IDX)
                   MOVE PM-CURRENCY TO WS-CX-CURRENCY(CX-IDX)
                   MOVE WS-ROW-REVERSED TO WS-CX-REVERSED(CX-IDX)
                   MOVE WS-PM-ROW-COUNT TO WS-CX-PM-ROW(CX-IDX)
                   MOVE ZERO TO WS-CX-MT-ROW(CX-IDX)
                   MOVE ZERO TO WS-CX-PM-AMT(CX-IDX)
                   MOVE ZERO TO WS-CX-MT-AMT(CX-IDX)
                   MOVE "Y" TO WS-ENTRY-FOUND
               ELSE
                   PERFORM NOTE-TABLE-OVERFLOW
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND = "Y" AND WS-ROW-REVERSED = "N"
               ADD PM-MOVEMENT TO WS-CX-PM-AMT(CX-IDX)
           END-IF.

       LOAD-BRANCH-TOTALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BRANCH-TOTALS-FILE.
           IF WS-BRTOT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BRANCH-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-BT-ROW-COUNT
                           MOVE BRANCH-TOTALS-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               ADD 1 TO WS-READ-COUNT
                               PERFORM STORE-BRANCH-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-TOTALS-FILE
           END-IF.

       STORE-BRANCH-TOTAL.
           IF BT-DATE < WS-FIRST-PM-DATE OR BT-DATE < WS-WINDOW-START
               ADD 1 TO WS-BT-SKIPPED
           ELSE
               MOVE "N" TO WS-ENTRY-FOUND
               SET BX-IDX TO 1
               PERFORM UNTIL BX-IDX > WS-BX-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF WS-BX-DATE(BX-IDX) = BT-DATE
                           AND WS-BX-BRANCH(BX-IDX) = BT-BRANCH
                           AND WS-BX-CURRENCY(BX-IDX) = BT-CURRENCY
                       MOVE "Y" TO WS-ENTRY-FOUND
                   ELSE
                       SET BX-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND = "N"
                   IF WS-BX-COUNT < 5000
                       ADD 1 TO WS-BX-COUNT
                       SET BX-IDX TO WS-BX-COUNT
                       MOVE BT-DATE TO WS-BX-DATE(BX-IDX)
                       MOVE BT-BRANCH TO WS-BX-BRANCH(BX-IDX)
                       MOVE BT-CURRENCY TO WS-BX-CURRENCY(BX-IDX)
                       MOVE ZERO TO WS-BX-PM-ROW(BX-IDX)
                       MOVE ZERO TO WS-BX-BT-ROW(BX-IDX)
                       MOVE ZERO TO WS-BX-PM-AMT(BX-IDX)
                       MOVE ZERO TO WS-BX-BT-AMT(BX-IDX)
                       MOVE "Y" TO WS-ENTRY-FOUND
                   ELSE
                       PERFORM NOTE-TABLE-OVERFLOW
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND = "Y"
                   IF WS-BX-BT-ROW(BX-IDX) = 0
                       MOVE WS-BT-ROW-COUNT TO WS-BX-BT-ROW(BX-IDX)
                   END-IF
                   ADD BT-AMOUNT TO WS-BX-BT-AMT(BX-IDX)
               END-IF
           END-IF.

       LOAD-MONTHLY-TOTALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MONTHLY-TOTALS-FILE.
           IF WS-MONTOT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MONTHLY-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-MT-ROW-COUNT
                           MOVE MONTHLY-TOTAL-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               ADD 1 TO WS-READ-COUNT
                               PERFORM STORE-MONTHLY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-TOTALS-FILE
           END-IF.

       STORE-MONTHLY-TOTAL.
           IF MT-DATE < WS-FIRST-PM-DATE OR MT-DATE < WS-WINDOW-START
               ADD 1 TO WS-MT-SKIPPED
           ELSE
               MOVE "N" TO WS-ENTRY-FOUND
               SET CX-IDX TO 1
               PERFORM UNTIL CX-IDX > WS-CX-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF WS-CX-DATE(CX-IDX) = MT-DATE
                           AND WS-CX-CURRENCY(CX-IDX) = MT-CURRENCY-CODE
                       MOVE "Y" TO WS-ENTRY-FOUND
                   ELSE
                       SET CX-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND = "N"
                   IF WS-CX-COUNT < 5000
                       ADD 1 TO WS-CX-COUNT
                       SET CX-IDX TO WS-CX-COUNT
                       MOVE MT-DATE TO WS-CX-DATE(CX-IDX)
                       MOVE MT-CURRENCY-CODE TO WS-CX-CURRENCY(CX-IDX)
                       MOVE "N" TO WS-CX-REVERSED(CX-IDX)
                       MOVE ZERO TO WS-CX-PM-ROW(CX-IDX)
                       MOVE ZERO TO WS-CX-MT-ROW(CX-IDX)
                       MOVE ZERO TO WS-CX-PM-AMT(CX-IDX)
                       MOVE ZERO TO WS-CX-MT-AMT(CX-IDX)
                       MOVE "Y" TO WS-ENTRY-FOUND
                   ELSE
                       PERFORM NOTE-TABLE-OVERFLOW
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND = "Y"
                   IF WS-CX-MT-ROW(CX-IDX) = 0
                       MOVE WS-MT-ROW-COUNT TO WS-CX-MT-ROW(CX-IDX)
                   END-IF
                   IF MT-REVERSAL-FLAG = "R"
                       SUBTRACT MT-RESULT FROM WS-CX-MT-AMT(CX-IDX)
                   ELSE
                       ADD MT-RESULT TO WS-CX-MT-AMT(CX-IDX)
                   END-IF
               END-IF
           END-IF.

       CROSS-FOOT-BRANCH-TOTALS.
           SET BX-IDX TO 1.
           PERFORM UNTIL BX-IDX > WS-BX-COUNT
               IF WS-BX-PM-AMT(BX-IDX) NOT = WS-BX-BT-AMT(BX-IDX)
                   PERFORM REPORT-BRANCH-BREAK
               END-IF
               SET BX-IDX UP BY 1
           END-PERFORM.

       REPORT-BRANCH-BREAK.
           ADD 1 TO WS-BRTOT-BREAKS.
           MOVE WS-BX-DATE(BX-IDX) TO E-DATE.
           MOVE WS-BX-BRANCH(BX-IDX) TO E-BRANCH.
           MOVE WS-BX-CURRENCY(BX-IDX) TO E-CURRENCY.
           MOVE WS-BX-PM-AMT(BX-IDX) TO WS-AMOUNT-1-ED.
           MOVE WS-BX-BT-AMT(BX-IDX) TO WS-AMOUNT-2-ED.
           MOVE SPACES TO E-DETAIL.
           IF WS-BX-PM-ROW(BX-IDX) = 0
               MOVE "BRTOT" TO E-SOURCE
               MOVE WS-BX-BT-ROW(BX-IDX) TO WS-REPORT-ROW
               MOVE "NO POSMSTR ROW" TO E-REASON
               STRING "BRTOT " WS-AMOUNT-2-ED
                   " WITH NO POSITION MOVEMENT"
                   DELIMITED BY SIZE INTO E-DETAIL
           ELSE
               MOVE "POSMSTR" TO E-SOURCE
               MOVE WS-BX-PM-ROW(BX-IDX) TO WS-REPORT-ROW
               IF WS-BX-BT-ROW(BX-IDX) = 0
                   MOVE "NO BRTOT ROW" TO E-REASON
                   STRING "MOVEMENT " WS-AMOUNT-1-ED
                       " WITH NO BRTOT ROW"
                       DELIMITED BY SIZE INTO E-DETAIL
               ELSE
                   MOVE "BRTOT MISMATCH" TO E-REASON
                   STRING "MOVEMENT " WS-AMOUNT-1-ED
                       " BRTOT " WS-AMOUNT-2-ED
                       " AT ROW " WS-BX-BT-ROW(BX-IDX)
                       DELIMITED BY SIZE INTO E-DETAIL
               END-IF
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

       CROSS-FOOT-MONTHLY-TOTALS.
           SET CX-IDX TO 1.
           PERFORM UNTIL CX-IDX > WS-CX-COUNT
               IF WS-CX-PM-AMT(CX-IDX) NOT = WS-CX-MT-AMT(CX-IDX)
                   PERFORM REPORT-MONTHLY-BREAK
               END-IF
               SET CX-IDX UP BY 1
           END-PERFORM.

       REPORT-MONTHLY-BREAK.
           ADD 1 TO WS-MONTOT-BREAKS.
           MOVE WS-CX-DATE(CX-IDX) TO E-DATE.
           MOVE SPACES TO E-BRANCH.
           MOVE WS-CX-CURRENCY(CX-IDX) TO E-CURRENCY.
           MOVE WS-CX-PM-AMT(CX-IDX) TO WS-AMOUNT-1-ED.
           MOVE WS-CX-MT-AMT(CX-IDX) TO WS-AMOUNT-2-ED.
           MOVE SPACES TO E-DETAIL.
           IF WS-CX-PM-ROW(CX-IDX) = 0
               MOVE "MONTOT" TO E-SOURCE
               MOVE WS-CX-MT-ROW(CX-IDX) TO WS-REPORT-ROW
               MOVE "NO POSMSTR ROW" TO E-REASON
               STRING "MONTOT NET " WS-AMOUNT-2-ED
                   " WITH NO POSITION MOVEMENT"
                   DELIMITED BY SIZE INTO E-DETAIL
           ELSE
               MOVE "POSMSTR" TO E-SOURCE
               MOVE WS-CX-PM-ROW(CX-IDX) TO WS-REPORT-ROW
               IF WS-CX-REVERSED(CX-IDX) = "Y"
                   MOVE "REVERSAL OPEN" TO E-REASON
                   STRING "REVERSED DATE, MONTOT NETS TO "
                       WS-AMOUNT-2-ED " NOT ZERO"
                       DELIMITED BY SIZE INTO E-DETAIL
               ELSE
                   IF WS-CX-MT-ROW(CX-IDX) = 0
                       MOVE "NO MONTOT ROW" TO E-REASON
                       STRING "MOVEMENT " WS-AMOUNT-1-ED
                           " WITH NO MONTOT ROW"
                           DELIMITED BY SIZE INTO E-DETAIL
                   ELSE
                       MOVE "MONTOT MISMATCH" TO E-REASON
                       STRING "MOVEMENT " WS-AMOUNT-1-ED
                           " MONTOT " WS-AMOUNT-2-ED
                           " AT ROW " WS-CX-MT-ROW(CX-IDX)
                           DELIMITED BY SIZE INTO E-DETAIL
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-POSITION-EXCEPTION.
           MOVE "POSMSTR" TO E-SOURCE.
           MOVE WS-PM-ROW-COUNT TO WS-REPORT-ROW.
           MOVE PM-DATE TO E-DATE.
           MOVE PM-BRANCH TO E-BRANCH.
           MOVE PM-CURRENCY TO E-CURRENCY.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-REPORT-ROW TO E-ROW.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.

       NOTE-TABLE-OVERFLOW.
           IF WS-TABLE-OVERFLOW = "N"
               MOVE "Y" TO WS-TABLE-OVERFLOW
               MOVE "NOTE-TABLE-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "audit table full, positions not fully audited"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CHAIN-COUNT TO C-CHAINS.
           MOVE WS-CHAIN-BREAKS TO C-CHAIN-BREAKS.
           MOVE WS-ARITH-BREAKS TO C-ARITH-BREAKS.
           WRITE RPT-LINE FROM WS-CHAIN-SUMMARY-LINE.
           MOVE "POSMSTR" TO S-FILE.
           MOVE WS-PM-ROW-COUNT TO S-ROWS.
           MOVE WS-PM-SKIPPED TO S-SKIPPED.
           COMPUTE S-BREAKS = WS-CHAIN-BREAKS + WS-ARITH-BREAKS.
           WRITE RPT-LINE FROM WS-FILE-SUMMARY-LINE.
           MOVE "BRTOT" TO S-FILE.
           MOVE WS-BT-ROW-COUNT TO S-ROWS.
           MOVE WS-BT-SKIPPED TO S-SKIPPED.
           MOVE WS-BRTOT-BREAKS TO S-BREAKS.
           WRITE RPT-LINE FROM WS-FILE-SUMMARY-LINE.
           MOVE "MONTOT" TO S-FILE.
           MOVE WS-MT-ROW-COUNT TO S-ROWS.
           MOVE WS-MT-SKIPPED TO S-SKIPPED.
           MOVE WS-MONTOT-BREAKS TO S-BREAKS.
           WRITE RPT-LINE FROM WS-FILE-SUMMARY-LINE.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "INCOMPLETE - AUDIT TABLE FULL" TO R-STATUS
           ELSE
               IF WS-BREAK-COUNT > 0
                   MOVE "BREAKS FOUND - HOLD THE GL FEED" TO R-STATUS
               ELSE
                   MOVE "POSITION MASTER AND TOTALS AGREE" TO R-STATUS
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-RESULT-LINE.
           IF WS-BREAK-COUNT > 0
               MOVE "WRITE-AUDIT-SUMMARY" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "position master audit found " WS-BREAK-COUNT
                   " breaks, gl feed to be held"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-BREAK-COUNT TO JA-REJECT-COUNT.
           MOVE WS-PM-ROW-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
