       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargeTranReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCLN-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRATE-STATUS.

           SELECT LARGE-CONTROL-FILE ASSIGN TO "LRGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT REGULATORY-EXTRACT ASSIGN TO "LRGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGEXTR-STATUS.

           SELECT LARGE-REPORT ASSIGN TO "LRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           COPY TRANPAIR.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           COPY EXCHRATE.

       FD  LARGE-CONTROL-FILE.
       01  LARGE-CONTROL-RECORD.
           05  LC-THRESHOLD        PIC 9(9)V99.
           05  LC-BAND-PCT         PIC 9(2).
           05  LC-STRUCT-COUNT     PIC 9(2).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  REGULATORY-EXTRACT.
       01  REGULATORY-RECORD.
           COPY LRGTRAN.

       FD  LARGE-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-TRANCLN-STATUS       PIC X(2)    VALUE "00".
       01  WS-EXRATE-STATUS        PIC X(2)    VALUE "00".
       01  WS-LRGCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-LRGEXTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-REPORTED-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-NO-RATE-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-STRUCT-FLAG-COUNT    PIC 9(5)    VALUE ZERO.
       01  WS-REPORTED-HASH        PIC 9(11)V99 VALUE ZERO.
       01  WS-BASE-CURRENCY        PIC X(3)    VALUE "JPY".
       01  WS-THRESHOLD            PIC 9(9)V99 VALUE 1000000.00.
       01  WS-BAND-PCT             PIC 9(2)    VALUE 10.
       01  WS-STRUCT-COUNT         PIC 9(2)    VALUE 3.
       01  WS-BAND-FLOOR           PIC 9(9)V99 VALUE ZERO.
       01  WS-EFF-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-PAIR-AMOUNT          PIC 9(4)V99 VALUE ZERO.
       01  WS-BASE-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01  WS-RATE-USED            PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-BEST-EFF        PIC 9(8)    VALUE ZERO.
       01  WS-RATE-FOUND           PIC X       VALUE "N".
       01  WS-RATE-OVERFLOW        PIC X       VALUE "N".
       01  WS-BDT-FOUND            PIC X       VALUE "N".
       01  WS-BDT-OVERFLOW         PIC X       VALUE "N".

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY RATE-IDX.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-VALUE       PIC 9(3)V9(6).
               10  WS-RATE-EFF-DATE    PIC 9(8).

       01  WS-BDT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-BDT-TABLE.
           05  WS-BDT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY BDT-IDX.
               10  WS-BDT-BRANCH       PIC X(4).
               10  WS-BDT-DATE         PIC 9(8).
               10  WS-BDT-COUNT-IN     PIC 9(5).
               10  WS-BDT-TOTAL        PIC 9(11)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "LargeTranReport".
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
               "LARGE TRANSACTION REPORT FOR:     ".
           05  H-DATE              PIC 9(8).

       01  WS-CONTROL-LINE.
           05  FILLER              PIC X(11)   VALUE "THRESHOLD: ".
           05  C-THRESHOLD         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(14)   VALUE "  BAND FLOOR: ".
           05  C-BAND-FLOOR        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(18)   VALUE
               "  FLAG AT COUNT: ".
           05  C-STRUCT-COUNT      PIC Z9.

       01  WS-REPORTED-LINE.
           05  FILLER              PIC X(10)   VALUE "REPORTED: ".
           05  R-KEY               PIC 9(6).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  R-BRANCH            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-CURRENCY          PIC X(3).
           05  FILLER              PIC X       VALUE SPACE.
           05  R-AMOUNT            PIC Z,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  BASE: ".
           05  R-BASE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STRUCT-LINE.
           05  FILLER              PIC X(23)   VALUE
               "POSSIBLE STRUCTURING: ".
           05  T-BRANCH            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  T-DATE              PIC 9(8).
           05  FILLER              PIC X(17)   VALUE
               "  COUNT IN BAND: ".
           05  T-COUNT             PIC ZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  TOTAL: ".
           05  T-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-RATE-LINE.
           05  FILLER              PIC X(17)   VALUE
               "NO RATE FOR KEY: ".
           05  N-KEY               PIC 9(6).
           05  FILLER              PIC X(12)   VALUE "  CURRENCY: ".
           05  N-CURRENCY          PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  DATE: ".
           05  N-DATE              PIC 9(8).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(6)    VALUE "READ: ".
           05  S-READ              PIC ZZZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  REPORTED: ".
           05  S-REPORTED          PIC ZZZZZZ9.
           05  FILLER              PIC X(15)   VALUE
               "  STRUCTURING: ".
           05  S-STRUCT            PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  NO RATE: ".
           05  S-NO-RATE           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-LARGE-CONTROL.
           PERFORM LOAD-EXCHANGE-RATES.
           OPEN OUTPUT LARGE-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           MOVE WS-THRESHOLD TO C-THRESHOLD.
           MOVE WS-BAND-FLOOR TO C-BAND-FLOOR.
           MOVE WS-STRUCT-COUNT TO C-STRUCT-COUNT.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.
           OPEN EXTEND REGULATORY-EXTRACT.
           IF WS-LRGEXTR-STATUS NOT = "00"
               OPEN OUTPUT REGULATORY-EXTRACT
           END-IF.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM SCAN-CLEAN-FILE.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE REGULATORY-EXTRACT.
           SET BDT-IDX TO 1.
           PERFORM UNTIL BDT-IDX > WS-BDT-COUNT
               IF WS-BDT-COUNT-IN(BDT-IDX) NOT < WS-STRUCT-COUNT
                   PERFORM REPORT-STRUCTURING
               END-IF
               SET BDT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-READ-COUNT TO S-READ.
           MOVE WS-REPORTED-COUNT TO S-REPORTED.
           MOVE WS-STRUCT-FLAG-COUNT TO S-STRUCT.
           MOVE WS-NO-RATE-COUNT TO S-NO-RATE.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE LARGE-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "LARGE TRANSACTIONS REPORTED: " WS-REPORTED-COUNT.
           IF WS-RATE-OVERFLOW = "Y" OR WS-BDT-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-STRUCT-FLAG-COUNT > 0 OR WS-NO-RATE-COUNT > 0
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

       GET-LARGE-CONTROL.
           OPEN INPUT LARGE-CONTROL-FILE.
           IF WS-LRGCTL-STATUS = "00"
               READ LARGE-CONTROL-FILE
                   NOT AT END
                       IF LC-THRESHOLD NUMERIC
                               AND LC-THRESHOLD > 0
                           MOVE LC-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF LC-BAND-PCT NUMERIC
                               AND LC-BAND-PCT > 0
                           MOVE LC-BAND-PCT TO WS-BAND-PCT
                       END-IF
                       IF LC-STRUCT-COUNT NUMERIC
                               AND LC-STRUCT-COUNT > 1
                           MOVE LC-STRUCT-COUNT TO WS-STRUCT-COUNT
                       END-IF
               END-READ
               CLOSE LARGE-CONTROL-FILE
           ELSE
               MOVE "GET-LARGE-CONTROL" TO WS-ERR-PARAGRAPH
               MOVE "large-transaction control not available, defaults"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           COMPUTE WS-BAND-FLOOR ROUNDED =
               WS-THRESHOLD * (100 - WS-BAND-PCT) / 100.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXRATE-STATUS = "00"
               PERFORM UNTIL WS-EXRATE-STATUS NOT = "00"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-EXRATE-STATUS
                       NOT AT END
                           IF XR-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
                               PERFORM STORE-EXCHANGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           ELSE
               MOVE "LOAD-EXCHANGE-RATES" TO WS-ERR-PARAGRAPH
               MOVE "exchange-rate master not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-EXCHANGE-RATE.
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IDX TO WS-RATE-COUNT
               MOVE XR-CURRENCY-CODE TO WS-RATE-CURRENCY(RATE-IDX)
               MOVE XR-RATE TO WS-RATE-VALUE(RATE-IDX)
               MOVE XR-EFFECTIVE-DATE TO WS-RATE-EFF-DATE(RATE-IDX)
           ELSE
               IF WS-RATE-OVERFLOW = "N"
                   MOVE "Y" TO WS-RATE-OVERFLOW
                   MOVE "STORE-EXCHANGE-RATE" TO WS-ERR-PARAGRAPH
                   MOVE "exchange-rate table full, rows dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
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
                               PERFORM CHECK-LARGE-TRANSACTION
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

       CHECK-LARGE-TRANSACTION.
           IF TRAN-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-EFF-DATE
           ELSE
               MOVE TRAN-DATE TO WS-EFF-DATE
           END-IF.
           ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-AMOUNT.
           PERFORM CONVERT-AMOUNT-TO-BASE.
           IF WS-RATE-FOUND = "N"
               PERFORM REPORT-MISSING-RATE
           ELSE
               IF WS-BASE-AMOUNT NOT < WS-THRESHOLD
                   PERFORM WRITE-EXTRACT-DETAIL
               ELSE
                   IF WS-BASE-AMOUNT NOT < WS-BAND-FLOOR
                       PERFORM ACCUMULATE-BAND-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       CONVERT-AMOUNT-TO-BASE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE ZERO TO WS-RATE-USED.
           MOVE ZERO TO WS-BASE-AMOUNT.
           IF TRAN-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE-USED
               MOVE "Y" TO WS-RATE-FOUND
           ELSE
               MOVE ZERO TO WS-RATE-BEST-EFF
               SET RATE-IDX TO 1
               PERFORM UNTIL RATE-IDX > WS-RATE-COUNT
                   IF WS-RATE-CURRENCY(RATE-IDX) = TRAN-CURRENCY
                           AND WS-RATE-EFF-DATE(RATE-IDX) NOT >
                               WS-EFF-DATE
                           AND WS-RATE-EFF-DATE(RATE-IDX) >=
                               WS-RATE-BEST-EFF
                       MOVE WS-RATE-VALUE(RATE-IDX) TO WS-RATE-USED
                       MOVE WS-RATE-EFF-DATE(RATE-IDX)
                           TO WS-RATE-BEST-EFF
                       MOVE "Y" TO WS-RATE-FOUND
                   END-IF
                   SET RATE-IDX UP BY 1
               END-PERFORM
           END-IF.
           IF WS-RATE-FOUND = "Y"
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-PAIR-AMOUNT * WS-RATE-USED
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO REGULATORY-RECORD.
           MOVE "H" TO LT-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO LT-RUN-DATE.
           MOVE ZERO TO LT-TRAN-KEY.
           MOVE ZERO TO LT-TRAN-DATE.
           MOVE ZERO TO LT-AMOUNT.
           MOVE ZERO TO LT-RATE.
           MOVE WS-THRESHOLD TO LT-BASE-AMOUNT.
           MOVE ZERO TO LT-RECORD-COUNT.
           MOVE ZERO TO LT-HASH-TOTAL.
           WRITE REGULATORY-RECORD.

       WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD WS-BASE-AMOUNT TO WS-REPORTED-HASH.
           MOVE SPACES TO REGULATORY-RECORD.
           MOVE "D" TO LT-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO LT-RUN-DATE.
           MOVE TRAN-KEY TO LT-TRAN-KEY.
           MOVE TRAN-BRANCH TO LT-BRANCH.
           MOVE WS-EFF-DATE TO LT-TRAN-DATE.
           MOVE TRAN-TYPE TO LT-TYPE.
           MOVE TRAN-CURRENCY TO LT-CURRENCY.
           MOVE WS-PAIR-AMOUNT TO LT-AMOUNT.
           MOVE WS-RATE-USED TO LT-RATE.
           MOVE WS-BASE-AMOUNT TO LT-BASE-AMOUNT.
           MOVE ZERO TO LT-RECORD-COUNT.
           MOVE ZERO TO LT-HASH-TOTAL.
           WRITE REGULATORY-RECORD.
           MOVE TRAN-KEY TO R-KEY.
           MOVE TRAN-BRANCH TO R-BRANCH.
           MOVE WS-EFF-DATE TO R-DATE.
           MOVE TRAN-CURRENCY TO R-CURRENCY.
           MOVE WS-PAIR-AMOUNT TO R-AMOUNT.
           MOVE WS-BASE-AMOUNT TO R-BASE-AMOUNT.
           WRITE RPT-LINE FROM WS-REPORTED-LINE.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO REGULATORY-RECORD.
           MOVE "T" TO LT-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO LT-RUN-DATE.
           MOVE ZERO TO LT-TRAN-KEY.
           MOVE ZERO TO LT-TRAN-DATE.
           MOVE ZERO TO LT-AMOUNT.
           MOVE ZERO TO LT-RATE.
           MOVE ZERO TO LT-BASE-AMOUNT.
           MOVE WS-REPORTED-COUNT TO LT-RECORD-COUNT.
           MOVE WS-REPORTED-HASH TO LT-HASH-TOTAL.
           WRITE REGULATORY-RECORD.

       ACCUMULATE-BAND-TRANSACTION.
           MOVE "N" TO WS-BDT-FOUND.
           SET BDT-IDX TO 1.
           PERFORM UNTIL BDT-IDX > WS-BDT-COUNT
                   OR WS-BDT-FOUND = "Y"
               IF WS-BDT-BRANCH(BDT-IDX) = TRAN-BRANCH
                       AND WS-BDT-DATE(BDT-IDX) = WS-EFF-DATE
                   MOVE "Y" TO WS-BDT-FOUND
               ELSE
                   SET BDT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-BDT-FOUND = "N"
               IF WS-BDT-COUNT < 500
                   ADD 1 TO WS-BDT-COUNT
                   SET BDT-IDX TO WS-BDT-COUNT
                   MOVE TRAN-BRANCH TO WS-BDT-BRANCH(BDT-IDX)
                   MOVE WS-EFF-DATE TO WS-BDT-DATE(BDT-IDX)
                   MOVE ZERO TO WS-BDT-COUNT-IN(BDT-IDX)
                   MOVE ZERO TO WS-BDT-TOTAL(BDT-IDX)
                   MOVE "Y" TO WS-BDT-FOUND
               ELSE
                   IF WS-BDT-OVERFLOW = "N"
                       MOVE "Y" TO WS-BDT-OVERFLOW
                       MOVE "ACCUMULATE-BAND-TRANSACTION"
                           TO WS-ERR-PARAGRAPH
                       MOVE "branch-day table full, structuring partial"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.
           IF WS-BDT-FOUND = "Y"
               ADD 1 TO WS-BDT-COUNT-IN(BDT-IDX)
               ADD WS-BASE-AMOUNT TO WS-BDT-TOTAL(BDT-IDX)
           END-IF.

       REPORT-STRUCTURING.
           ADD 1 TO WS-STRUCT-FLAG-COUNT.
           MOVE WS-BDT-BRANCH(BDT-IDX) TO T-BRANCH.
           MOVE WS-BDT-DATE(BDT-IDX) TO T-DATE.
           MOVE WS-BDT-COUNT-IN(BDT-IDX) TO T-COUNT.
           MOVE WS-BDT-TOTAL(BDT-IDX) TO T-TOTAL.
           WRITE RPT-LINE FROM WS-STRUCT-LINE.
           MOVE "REPORT-STRUCTURING" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "possible structuring at branch "
               WS-BDT-BRANCH(BDT-IDX) " on "
               WS-BDT-DATE(BDT-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       REPORT-MISSING-RATE.
           ADD 1 TO WS-NO-RATE-COUNT.
           MOVE TRAN-KEY TO N-KEY.
           MOVE TRAN-CURRENCY TO N-CURRENCY.
           MOVE WS-EFF-DATE TO N-DATE.
           WRITE RPT-LINE FROM WS-NO-RATE-LINE.
           MOVE "REPORT-MISSING-RATE" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "no exchange rate on file for " TRAN-CURRENCY
               ", key " TRAN-KEY " not screened"
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
           MOVE WS-NO-RATE-COUNT TO JA-REJECT-COUNT.
           MOVE WS-REPORTED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
