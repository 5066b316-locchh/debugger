       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestRegionMask.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL-FILE ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKCTL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OM-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT MONTHLY-TOTALS-FILE ASSIGN TO "MONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTOT-STATUS.

           SELECT TEST-TRANS-FILE ASSIGN TO "TESTTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TT-KEY
               FILE STATUS IS WS-TESTTRAN-STATUS.

           SELECT TEST-OPERATOR-MASTER ASSIGN TO "TESTOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TO-OPERATOR-ID
               FILE STATUS IS WS-TESTOPER-STATUS.

           SELECT TEST-BRANCH-MASTER ASSIGN TO "TESTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-BRANCH-CODE
               FILE STATUS IS WS-TESTBRCH-STATUS.

           SELECT TEST-MONTHLY-TOTALS-FILE ASSIGN TO "TESTMONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESTMONT-STATUS.

           SELECT MASK-REPORT ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-RECORD.
           05  MK-FACTOR           PIC 9V9(4).
           05  MK-TEST-PASSWORD    PIC X(8).

       FD  TRANS-FILE.
       01  TRAN-RECORD.
           COPY TRANPAIR.

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMSTR.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
           COPY MONTOT.

       FD  TEST-TRANS-FILE.
       01  TEST-TRAN-RECORD.
           05  TT-KEY              PIC 9(6).
           05  FILLER              PIC X(52).

       FD  TEST-OPERATOR-MASTER.
       01  TEST-OPERATOR-RECORD.
           05  TO-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(74).

       FD  TEST-BRANCH-MASTER.
       01  TEST-BRANCH-RECORD.
           05  TB-BRANCH-CODE      PIC X(4).
           05  FILLER              PIC X(35).

       FD  TEST-MONTHLY-TOTALS-FILE.
       01  TEST-MONTHLY-TOTAL-RECORD PIC X(27).

       FD  MASK-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-MASKCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-TRANFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-OM-STATUS            PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS         PIC X(2)    VALUE "00".
       01  WS-MONTOT-STATUS        PIC X(2)    VALUE "00".
       01  WS-TESTTRAN-STATUS      PIC X(2)    VALUE "00".
       01  WS-TESTOPER-STATUS      PIC X(2)    VALUE "00".
       01  WS-TESTBRCH-STATUS      PIC X(2)    VALUE "00".
       01  WS-TESTMONT-STATUS      PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-OPEN-FAILED          PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".

       01  WS-FACTOR               PIC 9V9(4)  VALUE 0.6250.
       01  WS-TEST-PASSWORD        PIC X(8)    VALUE "TESTPASS".
       01  WS-TEST-HASH            PIC X(8)    VALUE SPACES.
       01  WS-OPER-SEQ             PIC 9(5)    VALUE ZERO.
       01  WS-TEST-OPERATOR-ID.
           05  FILLER              PIC X(3)    VALUE "TST".
           05  TID-SEQ             PIC 9(5).
       01  WS-TEST-OPERATOR-NAME.
           05  FILLER              PIC X(14)   VALUE "TEST OPERATOR ".
           05  TNM-SEQ             PIC 9(5).

       01  WS-FILE-ID              PIC X(8)    VALUE SPACES.
       01  WS-IN-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-OUT-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-HASH-IN              PIC 9(15)   VALUE ZERO.
       01  WS-HASH-OUT             PIC 9(15)   VALUE ZERO.
       01  WS-AMT-IN               PIC S9(11)V99 VALUE ZERO.
       01  WS-AMT-OUT              PIC S9(11)V99 VALUE ZERO.
       01  WS-AMT-EXPECTED         PIC S9(11)V99 VALUE ZERO.
       01  WS-AMT-DIFF             PIC S9(11)V99 VALUE ZERO.
       01  WS-TOLERANCE            PIC S9(9)V999 VALUE ZERO.
       01  WS-MASKED-AMOUNT        PIC S9(9)V99  VALUE ZERO.
       01  WS-PASSWORDS-RESET      PIC 9(7)    VALUE ZERO.
       01  WS-BRANCH-MISSES        PIC 9(7)    VALUE ZERO.
       01  WS-MISMATCH-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-TOTAL-IN             PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-OUT            PIC 9(7)    VALUE ZERO.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.
       01  WS-MT-TRLR-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-MT-TRLR-HASH         PIC S9(9)V99 VALUE ZERO.
       01  WS-MT-TRLR-REBUILT      PIC 9(7)    VALUE ZERO.

       01  WS-BRANCH-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY     PIC X(4)    OCCURS 500 TIMES
                                       INDEXED BY BR-IDX.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "TestRegionMask".
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
           05  FILLER              PIC X(41)   VALUE
               "MASKED TEST-REGION EXTRACT - RUN DATE:   ".
           05  H-RUN-DATE          PIC 9(8).
           05  FILLER              PIC X(17)   VALUE
               "  AMOUNT FACTOR: ".
           05  H-FACTOR            PIC 9.9999.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(38)   VALUE
               "FILE      RECORDS IN  RECORDS OUT     ".
           05  FILLER              PIC X(37)   VALUE
               "     HASH IN         HASH OUT  RESULT".

       01  WS-CONTROL-LINE.
           05  CT-FILE-ID          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CT-IN-COUNT         PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  CT-OUT-COUNT        PIC ZZZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CT-HASH-IN          PIC ZZZZZZZZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CT-HASH-OUT         PIC ZZZZZZZZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CT-RESULT           PIC X(10).

       01  WS-AMOUNT-LINE.
           05  AM-FILE-ID          PIC X(8).
           05  FILLER              PIC X(11)   VALUE " AMOUNT IN ".
           05  AM-AMT-IN           PIC -(11)9.99.
           05  FILLER              PIC X(10)   VALUE " EXPECTED ".
           05  AM-AMT-EXPECTED     PIC -(11)9.99.
           05  FILLER              PIC X(8)    VALUE " MASKED ".
           05  AM-AMT-OUT          PIC -(11)9.99.
           05  FILLER              PIC X(6)    VALUE " DIFF ".
           05  AM-AMT-DIFF         PIC -(6)9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  AM-RESULT           PIC X(10).

       01  WS-OPERATOR-LINE.
           05  FILLER              PIC X(36)   VALUE
               "OPERMSTR IDS AND NAMES REPLACED:    ".
           05  OP-REPLACED         PIC ZZZZZZ9.
           05  FILLER              PIC X(20)   VALUE
               "  PASSWORDS RESET:  ".
           05  OP-RESET            PIC ZZZZZZ9.

       01  WS-BRANCH-LINE.
           05  FILLER              PIC X(36)   VALUE
               "TRANFILE BRANCHES NOT ON BRNCHMST:  ".
           05  BL-MISSES           PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  BL-RESULT           PIC X(10).

       01  WS-MONTOT-TRAILER-LINE.
           05  FILLER              PIC X(36)   VALUE
               "MONTOT TRAILERS REBUILT:            ".
           05  TL-REBUILT          PIC ZZZZZZ9.

       01  WS-NOT-OPEN-LINE.
           05  NO-FILE-ID          PIC X(8).
           05  FILLER              PIC X(40)   VALUE
               "  COULD NOT BE OPENED - COPY INCOMPLETE".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
               "RECORDS COPIED:     ".
           05  S-TOTAL-OUT         PIC ZZZZZZ9.
           05  FILLER              PIC X(20)   VALUE
               "  CONTROL BREAKS:   ".
           05  S-MISMATCH-COUNT    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-MASK-CONTROL.
           CALL "PasswordHash" USING WS-TEST-PASSWORD WS-TEST-HASH.
           OPEN OUTPUT MASK-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-RUN-DATE.
           MOVE WS-FACTOR TO H-FACTOR.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
           PERFORM MASK-BRNCHMST.
           PERFORM MASK-OPERMSTR.
           PERFORM MASK-TRANFILE.
           PERFORM MASK-MONTOT.
           MOVE WS-TOTAL-OUT TO S-TOTAL-OUT.
           MOVE WS-MISMATCH-COUNT TO S-MISMATCH-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE MASK-REPORT.
           DISPLAY "MASKED RECORDS COPIED: " WS-TOTAL-OUT
               " CONTROL BREAKS: " WS-MISMATCH-COUNT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-OPEN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT > 0
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

       GET-MASK-CONTROL.
           OPEN INPUT MASK-CONTROL-FILE.
           IF WS-MASKCTL-STATUS = "00"
               READ MASK-CONTROL-FILE
                   NOT AT END
                       IF MK-FACTOR NUMERIC AND MK-FACTOR > 0
                               AND MK-FACTOR <= 1
                           MOVE MK-FACTOR TO WS-FACTOR
                       ELSE
                           PERFORM NOTE-FACTOR-REJECTED
                       END-IF
                       IF MK-TEST-PASSWORD NOT = SPACES
                           MOVE MK-TEST-PASSWORD TO WS-TEST-PASSWORD
                       END-IF
               END-READ
               CLOSE MASK-CONTROL-FILE
           END-IF.

       NOTE-FACTOR-REJECTED.
           MOVE "GET-MASK-CONTROL" TO WS-ERR-PARAGRAPH.
           MOVE "amount factor not above 0 and up to 1, default used"
               TO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       START-MASTER-COPY.
           MOVE ZERO TO WS-IN-COUNT WS-OUT-COUNT.
           MOVE ZERO TO WS-HASH-IN WS-HASH-OUT.
           MOVE ZERO TO WS-AMT-IN WS-AMT-OUT.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-OPEN-FAILURE.
           MOVE "Y" TO WS-OPEN-FAILED.
           MOVE WS-FILE-ID TO NO-FILE-ID.
           WRITE RPT-LINE FROM WS-NOT-OPEN-LINE.
           MOVE "NOTE-OPEN-FAILURE" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "master or test copy could not be opened: "
               WS-FILE-ID
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       MASK-BRNCHMST.
           MOVE "BRNCHMST" TO WS-FILE-ID.
           PERFORM START-MASTER-COPY.
           OPEN INPUT BRANCH-MASTER.
           OPEN OUTPUT TEST-BRANCH-MASTER.
           IF WS-BRNCH-STATUS = "00" AND WS-TESTBRCH-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BRANCH-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           IF BM-STATUS = "O"
                               ADD 1 TO WS-HASH-IN
                           END-IF
                           PERFORM WRITE-TEST-BRANCH
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
               CLOSE TEST-BRANCH-MASTER
               PERFORM WRITE-CONTROL-LINE
           ELSE
               PERFORM NOTE-OPEN-FAILURE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-TEST-BRANCH.
           MOVE BRANCH-MASTER-RECORD TO TEST-BRANCH-RECORD.
           WRITE TEST-BRANCH-RECORD.
           IF WS-TESTBRCH-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               IF BM-STATUS = "O"
                   ADD 1 TO WS-HASH-OUT
               END-IF
               IF WS-BRANCH-COUNT < 500
                   ADD 1 TO WS-BRANCH-COUNT
                   SET BR-IDX TO WS-BRANCH-COUNT
                   MOVE BM-BRANCH-CODE TO WS-BRANCH-ENTRY(BR-IDX)
               END-IF
           END-IF.

       MASK-OPERMSTR.
           MOVE "OPERMSTR" TO WS-FILE-ID.
           PERFORM START-MASTER-COPY.
           OPEN INPUT OPERATOR-MASTER.
           OPEN OUTPUT TEST-OPERATOR-MASTER.
           IF WS-OM-STATUS = "00" AND WS-TESTOPER-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           ADD OM-PWD-CHANGED TO WS-HASH-IN
                           PERFORM WRITE-TEST-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
               CLOSE TEST-OPERATOR-MASTER
               PERFORM WRITE-CONTROL-LINE
               MOVE WS-OPER-SEQ TO OP-REPLACED
               MOVE WS-PASSWORDS-RESET TO OP-RESET
               WRITE RPT-LINE FROM WS-OPERATOR-LINE
           ELSE
               PERFORM NOTE-OPEN-FAILURE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-TEST-OPERATOR.
           ADD 1 TO WS-OPER-SEQ.
           MOVE WS-OPER-SEQ TO TID-SEQ.
           MOVE WS-OPER-SEQ TO TNM-SEQ.
           MOVE WS-TEST-OPERATOR-ID TO OM-OPERATOR-ID.
           MOVE WS-TEST-OPERATOR-NAME TO OM-OPERATOR-NAME.
           MOVE WS-TEST-HASH TO OM-PASSWORD.
           MOVE SPACES TO OM-PWD-PREV1.
           MOVE SPACES TO OM-PWD-PREV2.
           MOVE SPACES TO OM-PWD-PREV3.
           MOVE "N" TO OM-PWD-FORCE.
           ADD 1 TO WS-PASSWORDS-RESET.
           MOVE OPERATOR-MASTER-RECORD TO TEST-OPERATOR-RECORD.
           WRITE TEST-OPERATOR-RECORD.
           IF WS-TESTOPER-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               ADD OM-PWD-CHANGED TO WS-HASH-OUT
           END-IF.

       MASK-TRANFILE.
           MOVE "TRANFILE" TO WS-FILE-ID.
           PERFORM START-MASTER-COPY.
           MOVE ZERO TO WS-BRANCH-MISSES.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT TEST-TRANS-FILE.
           IF WS-TRANFILE-STATUS = "00" AND WS-TESTTRAN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           ADD TRAN-KEY TO WS-HASH-IN
                           ADD TRAN-NUM1 TO WS-AMT-IN
                           ADD TRAN-NUM2 TO WS-AMT-IN
                           PERFORM CHECK-TRAN-BRANCH
                           PERFORM WRITE-TEST-TRAN
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               CLOSE TEST-TRANS-FILE
               PERFORM WRITE-CONTROL-LINE
               COMPUTE WS-TOLERANCE = WS-IN-COUNT * 0.01
               PERFORM WRITE-AMOUNT-LINE
               PERFORM WRITE-BRANCH-LINE
           ELSE
               PERFORM NOTE-OPEN-FAILURE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-TRAN-BRANCH.
           MOVE "N" TO WS-FOUND-SW.
           SET BR-IDX TO 1.
           PERFORM UNTIL BR-IDX > WS-BRANCH-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-BRANCH-ENTRY(BR-IDX) = TRAN-BRANCH
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET BR-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               ADD 1 TO WS-BRANCH-MISSES
           END-IF.

       WRITE-TEST-TRAN.
           COMPUTE TRAN-NUM1 ROUNDED = TRAN-NUM1 * WS-FACTOR.
           COMPUTE TRAN-NUM2 ROUNDED = TRAN-NUM2 * WS-FACTOR.
           MOVE TRAN-RECORD TO TEST-TRAN-RECORD.
           WRITE TEST-TRAN-RECORD.
           IF WS-TESTTRAN-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               ADD TRAN-KEY TO WS-HASH-OUT
               ADD TRAN-NUM1 TO WS-AMT-OUT
               ADD TRAN-NUM2 TO WS-AMT-OUT
           END-IF.

       MASK-MONTOT.
           MOVE "MONTOT" TO WS-FILE-ID.
           PERFORM START-MASTER-COPY.
           OPEN INPUT MONTHLY-TOTALS-FILE.
           OPEN OUTPUT TEST-MONTHLY-TOTALS-FILE.
           IF WS-MONTOT-STATUS = "00" AND WS-TESTMONT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MONTHLY-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           MOVE MONTHLY-TOTAL-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG = "TRLR"
                               ADD 1 TO WS-MT-TRLR-COUNT
                               PERFORM WRITE-TEST-MONTOT-TRAILER
                           ELSE
                               ADD MT-DATE TO WS-HASH-IN
                               ADD MT-RESULT TO WS-AMT-IN
                               PERFORM WRITE-TEST-MONTOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-TOTALS-FILE
               CLOSE TEST-MONTHLY-TOTALS-FILE
               PERFORM WRITE-CONTROL-LINE
               COMPUTE WS-TOLERANCE =
                   (WS-IN-COUNT - WS-MT-TRLR-COUNT) * 0.005
               PERFORM WRITE-AMOUNT-LINE
               MOVE WS-MT-TRLR-REBUILT TO TL-REBUILT
               WRITE RPT-LINE FROM WS-MONTOT-TRAILER-LINE
           ELSE
               PERFORM NOTE-OPEN-FAILURE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-TEST-MONTOT.
           COMPUTE WS-MASKED-AMOUNT ROUNDED = MT-RESULT * WS-FACTOR.
           MOVE WS-MASKED-AMOUNT TO MT-RESULT.
           MOVE MONTHLY-TOTAL-RECORD TO TEST-MONTHLY-TOTAL-RECORD.
           WRITE TEST-MONTHLY-TOTAL-RECORD.
           IF WS-TESTMONT-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               ADD MT-DATE TO WS-HASH-OUT
               ADD MT-RESULT TO WS-AMT-OUT
               ADD MT-RESULT TO WS-MT-TRLR-HASH
           END-IF.

       WRITE-TEST-MONTOT-TRAILER.
           MOVE WS-MT-TRLR-HASH TO FT-HASH-TOTAL.
           MOVE ZERO TO WS-MT-TRLR-HASH.
           MOVE WS-TRAILER-WORK TO TEST-MONTHLY-TOTAL-RECORD.
           WRITE TEST-MONTHLY-TOTAL-RECORD.
           IF WS-TESTMONT-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               ADD 1 TO WS-MT-TRLR-REBUILT
           END-IF.

       WRITE-CONTROL-LINE.
           ADD WS-IN-COUNT TO WS-TOTAL-IN.
           ADD WS-OUT-COUNT TO WS-TOTAL-OUT.
           MOVE WS-FILE-ID TO CT-FILE-ID.
           MOVE WS-IN-COUNT TO CT-IN-COUNT.
           MOVE WS-OUT-COUNT TO CT-OUT-COUNT.
           MOVE WS-HASH-IN TO CT-HASH-IN.
           MOVE WS-HASH-OUT TO CT-HASH-OUT.
           IF WS-IN-COUNT = WS-OUT-COUNT AND WS-HASH-IN = WS-HASH-OUT
               MOVE "RECONCILED" TO CT-RESULT
           ELSE
               MOVE "BREAK" TO CT-RESULT
               PERFORM NOTE-CONTROL-BREAK
           END-IF.
           WRITE RPT-LINE FROM WS-CONTROL-LINE.

       WRITE-AMOUNT-LINE.
           COMPUTE WS-AMT-EXPECTED ROUNDED = WS-AMT-IN * WS-FACTOR.
           COMPUTE WS-AMT-DIFF = WS-AMT-OUT - WS-AMT-EXPECTED.
           MOVE WS-FILE-ID TO AM-FILE-ID.
           MOVE WS-AMT-IN TO AM-AMT-IN.
           MOVE WS-AMT-EXPECTED TO AM-AMT-EXPECTED.
           MOVE WS-AMT-OUT TO AM-AMT-OUT.
           MOVE WS-AMT-DIFF TO AM-AMT-DIFF.
           IF WS-AMT-DIFF <= WS-TOLERANCE
                   AND WS-AMT-DIFF >= 0 - WS-TOLERANCE
               MOVE "RECONCILED" TO AM-RESULT
           ELSE
               MOVE "BREAK" TO AM-RESULT
               PERFORM NOTE-CONTROL-BREAK
           END-IF.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE.

       WRITE-BRANCH-LINE.
           MOVE WS-BRANCH-MISSES TO BL-MISSES.
           IF WS-BRANCH-MISSES = 0
               MOVE "RECONCILED" TO BL-RESULT
           ELSE
               MOVE "BREAK" TO BL-RESULT
               PERFORM NOTE-CONTROL-BREAK
           END-IF.
           WRITE RPT-LINE FROM WS-BRANCH-LINE.

       NOTE-CONTROL-BREAK.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE "NOTE-CONTROL-BREAK" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "masked copy does not reconcile: " WS-FILE-ID
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
           MOVE WS-TOTAL-IN TO JA-READ-COUNT.
           MOVE WS-MISMATCH-COUNT TO JA-REJECT-COUNT.
           MOVE WS-TOTAL-OUT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
