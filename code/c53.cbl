       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmountOutlier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCLN-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OUTLIER-CONTROL-FILE ASSIGN TO "OUTLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "OUTLREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLREV-STATUS.

           SELECT OUTLIER-REPORT ASSIGN TO "OUTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OUTLIER-CONTROL-FILE.
       01  OUTLIER-CONTROL-RECORD.
           05  OC-SENSITIVITY      PIC 9V9.
           05  OC-LOOKBACK-DAYS    PIC 9(3).
           05  OC-MIN-SAMPLE       PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           COPY OUTLREV.

       FD  OUTLIER-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-TRANCLN-STATUS       PIC X(2)    VALUE "00".
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-OUTLCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-OUTLREV-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-HIST-USED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-OUTLIER-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-NO-BASELINE-COUNT    PIC 9(7)    VALUE ZERO.
       01  WS-SENSITIVITY          PIC 9V9     VALUE 3.0.
       01  WS-LOOKBACK-DAYS        PIC 9(3)    VALUE 90.
       01  WS-MIN-SAMPLE           PIC 9(3)    VALUE 20.
       01  WS-WINDOW-START         PIC 9(8)    VALUE ZERO.
       01  WS-DATE-INT             PIC S9(9)   VALUE ZERO.
       01  WS-EFF-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-PAIR-AMOUNT          PIC 9(4)V99 VALUE ZERO.
       01  WS-VARIANCE             PIC S9(9)V9(4) VALUE ZERO.
       01  WS-LOW-BOUND            PIC S9(7)V99 VALUE ZERO.
       01  WS-HIGH-BOUND           PIC S9(7)V99 VALUE ZERO.
       01  WS-STAT-FOUND           PIC X       VALUE "N".
       01  WS-STAT-OVERFLOW        PIC X       VALUE "N".

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-STAT-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY STAT-IDX.
               10  WS-STAT-BRANCH      PIC X(4).
               10  WS-STAT-CURRENCY    PIC X(3).
               10  WS-STAT-SAMPLES     PIC 9(7).
               10  WS-STAT-SUM         PIC 9(11)V99.
               10  WS-STAT-SUM-SQ      PIC 9(15)V9(4).
               10  WS-STAT-MEAN        PIC 9(4)V99.
               10  WS-STAT-SPREAD      PIC 9(4)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "AmountOutlier".
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
           05  FILLER              PIC X(34)   VALUE
               "AMOUNT OUTLIER EXCEPTIONS FOR:    ".
           05  H-DATE              PIC 9(8).

       01  WS-CONTROL-LINE.
           05  FILLER              PIC X(13)   VALUE "SENSITIVITY: ".
           05  C-SENSITIVITY       PIC 9.9.
           05  FILLER              PIC X(17)   VALUE
               "  LOOK-BACK DAYS:".
           05  C-LOOKBACK          PIC ZZ9.
           05  FILLER              PIC X(15)   VALUE "  MIN SAMPLES: ".
           05  C-MIN-SAMPLE        PIC ZZ9.
           05  FILLER              PIC X(8)    VALUE "  FROM: ".
           05  C-WINDOW-START      PIC 9(8).

       01  WS-OUTLIER-LINE.
           05  FILLER              PIC X(9)    VALUE "OUTLIER: ".
           05  O-KEY               PIC 9(6).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  O-BRANCH            PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  O-CURRENCY          PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-DATE              PIC 9(8).
           05  FILLER              PIC X(10)   VALUE "  AMOUNT: ".
           05  O-AMOUNT            PIC Z,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  MEAN: ".
           05  O-MEAN              PIC Z,ZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  SPREAD: ".
           05  O-SPREAD            PIC Z,ZZ9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(6)    VALUE "READ: ".
           05  S-READ              PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  OUTLIERS:".
           05  S-OUTLIERS          PIC ZZZZZZ9.
           05  FILLER              PIC X(15)   VALUE
               "  NO BASELINE: ".
           05  S-NO-BASELINE       PIC ZZZZZZ9.
           05  FILLER              PIC X(16)   VALUE
               "  HISTORY USED: ".
           05  S-HIST-USED         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-OUTLIER-CONTROL.
           PERFORM BUILD-BRANCH-BASELINES.
           OPEN OUTPUT OUTLIER-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE WS-SENSITIVITY TO C-SENSITIVITY.
           MOVE WS-LOOKBACK-DAYS TO C-LOOKBACK.
           MOVE WS-MIN-SAMPLE TO C-MIN-SAMPLE.
           MOVE WS-WINDOW-START TO C-WINDOW-START.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           PERFORM SCAN-CLEAN-FILE.
           MOVE WS-READ-COUNT TO S-READ.
           MOVE WS-OUTLIER-COUNT TO S-OUTLIERS.
           MOVE WS-NO-BASELINE-COUNT TO S-NO-BASELINE.
           MOVE WS-HIST-USED-COUNT TO S-HIST-USED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE OUTLIER-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "AMOUNT OUTLIERS FLAGGED: " WS-OUTLIER-COUNT.
           IF WS-STAT-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OUTLIER-COUNT > 0
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

       GET-OUTLIER-CONTROL.
           OPEN INPUT OUTLIER-CONTROL-FILE.
           IF WS-OUTLCTL-STATUS = "00"
               READ OUTLIER-CONTROL-FILE
                   NOT AT END
                       IF OC-SENSITIVITY NUMERIC
                               AND OC-SENSITIVITY > 0
                           MOVE OC-SENSITIVITY TO WS-SENSITIVITY
                       END-IF
                       IF OC-LOOKBACK-DAYS NUMERIC
                               AND OC-LOOKBACK-DAYS > 0
                           MOVE OC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF OC-MIN-SAMPLE NUMERIC
                               AND OC-MIN-SAMPLE > 1
                           MOVE OC-MIN-SAMPLE TO WS-MIN-SAMPLE
                       END-IF
               END-READ
               CLOSE OUTLIER-CONTROL-FILE
           ELSE
               MOVE "GET-OUTLIER-CONTROL" TO WS-ERR-PARAGRAPH
               MOVE "outlier control file not available, defaults used"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-LOOKBACK-DAYS.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       BUILD-BRANCH-BASELINES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF TH-DATE NUMERIC
                                   AND TH-DATE NOT < WS-WINDOW-START
                                   AND TH-DATE NOT > WS-RUN-DATE-NUM
                                   AND TH-NUM1 NUMERIC
                                   AND TH-NUM2 NUMERIC
                               PERFORM ACCUMULATE-HISTORY-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               MOVE "BUILD-BRANCH-BASELINES" TO WS-ERR-PARAGRAPH
               MOVE "transaction history not available, no baselines"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "00" TO WS-HIST-STATUS.
           SET STAT-IDX TO 1.
           PERFORM UNTIL STAT-IDX > WS-STAT-COUNT
               PERFORM COMPUTE-BASELINE
               SET STAT-IDX UP BY 1
           END-PERFORM.

       ACCUMULATE-HISTORY-AMOUNT.
           ADD TH-NUM1 TH-NUM2 GIVING WS-PAIR-AMOUNT.
           PERFORM FIND-HISTORY-STAT-ENTRY.
           IF WS-STAT-FOUND = "N"
               IF WS-STAT-COUNT < 500
                   ADD 1 TO WS-STAT-COUNT
                   SET STAT-IDX TO WS-STAT-COUNT
                   MOVE TH-BRANCH TO WS-STAT-BRANCH(STAT-IDX)
                   MOVE TH-CURRENCY TO WS-STAT-CURRENCY(STAT-IDX)
                   MOVE ZERO TO WS-STAT-SAMPLES(STAT-IDX)
                   MOVE ZERO TO WS-STAT-SUM(STAT-IDX)
                   MOVE ZERO TO WS-STAT-SUM-SQ(STAT-IDX)
                   MOVE ZERO TO WS-STAT-MEAN(STAT-IDX)
                   MOVE ZERO TO WS-STAT-SPREAD(STAT-IDX)
                   MOVE "Y" TO WS-STAT-FOUND
               ELSE
                   IF WS-STAT-OVERFLOW = "N"
                       MOVE "Y" TO WS-STAT-OVERFLOW
                       MOVE "ACCUMULATE-HISTORY-AMOUNT"
                           TO WS-ERR-PARAGRAPH
                       MOVE "baseline table full, some pairs unchecked"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.
           IF WS-STAT-FOUND = "Y"
               ADD 1 TO WS-HIST-USED-COUNT
               ADD 1 TO WS-STAT-SAMPLES(STAT-IDX)
               ADD WS-PAIR-AMOUNT TO WS-STAT-SUM(STAT-IDX)
               COMPUTE WS-STAT-SUM-SQ(STAT-IDX) =
                   WS-STAT-SUM-SQ(STAT-IDX)
                   + WS-PAIR-AMOUNT * WS-PAIR-AMOUNT
           END-IF.

       FIND-HISTORY-STAT-ENTRY.
           MOVE "N" TO WS-STAT-FOUND.
           SET STAT-IDX TO 1.
           PERFORM UNTIL STAT-IDX > WS-STAT-COUNT
                   OR WS-STAT-FOUND = "Y"
               IF WS-STAT-BRANCH(STAT-IDX) = TH-BRANCH
                       AND WS-STAT-CURRENCY(STAT-IDX) = TH-CURRENCY
                   MOVE "Y" TO WS-STAT-FOUND
               ELSE
                   SET STAT-IDX UP BY 1
               END-IF
           END-PERFORM.

       COMPUTE-BASELINE.
           IF WS-STAT-SAMPLES(STAT-IDX) > 0
               COMPUTE WS-STAT-MEAN(STAT-IDX) ROUNDED =
                   WS-STAT-SUM(STAT-IDX) / WS-STAT-SAMPLES(STAT-IDX)
               COMPUTE WS-VARIANCE =
                   WS-STAT-SUM-SQ(STAT-IDX) / WS-STAT-SAMPLES(STAT-IDX)
                   - (WS-STAT-SUM(STAT-IDX) / WS-STAT-SAMPLES(STAT-IDX))
                   ** 2
               IF WS-VARIANCE > 0
                   COMPUTE WS-STAT-SPREAD(STAT-IDX) ROUNDED =
                       FUNCTION SQRT(WS-VARIANCE)
               ELSE
                   MOVE ZERO TO WS-STAT-SPREAD(STAT-IDX)
               END-IF
           END-IF.

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
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CHECK-AMOUNT-PATTERN
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

       CHECK-AMOUNT-PATTERN.
           IF TRAN-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-EFF-DATE
           ELSE
               MOVE TRAN-DATE TO WS-EFF-DATE
           END-IF.
           ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-AMOUNT.
           MOVE "N" TO WS-STAT-FOUND.
           SET STAT-IDX TO 1.
           PERFORM UNTIL STAT-IDX > WS-STAT-COUNT
                   OR WS-STAT-FOUND = "Y"
               IF WS-STAT-BRANCH(STAT-IDX) = TRAN-BRANCH
                       AND WS-STAT-CURRENCY(STAT-IDX) = TRAN-CURRENCY
                   MOVE "Y" TO WS-STAT-FOUND
               ELSE
                   SET STAT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-STAT-FOUND = "Y"
               IF WS-STAT-SAMPLES(STAT-IDX) < WS-MIN-SAMPLE
                   MOVE "N" TO WS-STAT-FOUND
               END-IF
           END-IF.
           IF WS-STAT-FOUND = "N"
               ADD 1 TO WS-NO-BASELINE-COUNT
           ELSE
               COMPUTE WS-LOW-BOUND = WS-STAT-MEAN(STAT-IDX)
                   - WS-SENSITIVITY * WS-STAT-SPREAD(STAT-IDX)
               COMPUTE WS-HIGH-BOUND = WS-STAT-MEAN(STAT-IDX)
                   + WS-SENSITIVITY * WS-STAT-SPREAD(STAT-IDX)
               IF WS-PAIR-AMOUNT < WS-LOW-BOUND
                       OR WS-PAIR-AMOUNT > WS-HIGH-BOUND
                   PERFORM REPORT-OUTLIER
               END-IF
           END-IF.

       REPORT-OUTLIER.
           ADD 1 TO WS-OUTLIER-COUNT.
           MOVE TRAN-KEY TO O-KEY.
           MOVE TRAN-BRANCH TO O-BRANCH.
           MOVE TRAN-CURRENCY TO O-CURRENCY.
           MOVE WS-EFF-DATE TO O-DATE.
           MOVE WS-PAIR-AMOUNT TO O-AMOUNT.
           MOVE WS-STAT-MEAN(STAT-IDX) TO O-MEAN.
           MOVE WS-STAT-SPREAD(STAT-IDX) TO O-SPREAD.
           WRITE RPT-LINE FROM WS-OUTLIER-LINE.
           OPEN EXTEND REVIEW-FILE.
           IF WS-OUTLREV-STATUS NOT = "00"
               OPEN OUTPUT REVIEW-FILE
           END-IF.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE TRAN-KEY TO OV-TRAN-KEY.
           MOVE TRAN-BRANCH TO OV-BRANCH.
           MOVE TRAN-CURRENCY TO OV-CURRENCY.
           MOVE WS-EFF-DATE TO OV-TRAN-DATE.
           MOVE TRAN-TYPE TO OV-TYPE.
           MOVE WS-PAIR-AMOUNT TO OV-AMOUNT.
           MOVE WS-STAT-MEAN(STAT-IDX) TO OV-MEAN.
           MOVE WS-STAT-SPREAD(STAT-IDX) TO OV-SPREAD.
           MOVE WS-RUN-DATE-NUM TO OV-RUN-DATE.
           MOVE "OPEN" TO OV-STATUS.
           WRITE REVIEW-RECORD.
           CLOSE REVIEW-FILE.
           MOVE "00" TO WS-OUTLREV-STATUS.
           MOVE "REPORT-OUTLIER" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "amount outside branch pattern, key " TRAN-KEY
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-OUTLIER-COUNT TO JA-REJECT-COUNT.
           MOVE WS-OUTLIER-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
