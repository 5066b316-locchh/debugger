               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT MONTHLY-TOTALS-FILE ASSIGN TO "MONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTOT-STATUS.
           SELECT REFERRAL-WORK-FILE ASSIGN TO "REFRWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DUPLICATE-WINDOW-FILE ASSIGN TO "DUPLOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLOOK-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
           COPY MONTOT.
           05  RF-TYPE             PIC X.
           05  RF-STATUS           PIC X(8).
           05  RF-DECIDED-BY       PIC X(8).
           05  RF-CPTY-BRANCH      PIC X(4).
           05  RF-ORIG-KEY         PIC 9(6).
           05  RF-REASON           PIC X(3).
           05  RF-MATCH-KEY        PIC 9(6).
           05  RF-ACCOUNT          PIC X(8).
           05  RF-CPTY-ACCOUNT     PIC X(8).

       FD  REFERRAL-WORK-FILE.
       01  REFERRAL-WORK-RECORD    PIC X(83).

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

       FD  DUPLICATE-WINDOW-FILE.
       01  DUPLICATE-WINDOW-RECORD.
           05  DC-LOOKBACK-DAYS    PIC 9(3).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
       WORKING-STORAGE SECTION.
       01  WS-EXRATE-STATUS        PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS         PIC X(2)    VALUE "00".
       01  WS-ACCTMST-STATUS       PIC X(2)    VALUE "00".
       01  WS-ACCTMST-OPEN         PIC X       VALUE "N".
       01  WS-AC-FOUND             PIC X       VALUE "N".
       01  WS-CHK-ACCOUNT          PIC X(8)    VALUE SPACES.
       01  WS-CHK-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-CHK-LABEL            PIC X(12)   VALUE SPACES.
       01  WS-MONTOT-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-DUPLOOK-STATUS       PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-RECORD-OK            PIC X       VALUE "Y".
       01  WS-RECORD-DEFERRED      PIC X       VALUE "N".
               10  WS-BM-CODE          PIC X(4).
               10  WS-BM-STATUS        PIC X.

       01  WS-RVO-FOUND-SW         PIC X       VALUE "N".
       01  WS-RVO-OVERFLOW         PIC X       VALUE "N".
       01  WS-RV-KEY               PIC 9(6)    VALUE ZERO.
       01  WS-RV-ORIG-KEY          PIC 9(6)    VALUE ZERO.
       01  WS-RV-TYPE              PIC X       VALUE SPACE.
       01  WS-RV-BRANCH            PIC X(4)    VALUE SPACES.
       01  WS-RV-CURRENCY          PIC X(3)    VALUE SPACES.
       01  WS-RV-AMOUNT            PIC 9(4)V99 VALUE ZERO.
       01  WS-RVO-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-RVO-TABLE.
           05  WS-RVO-ENTRY OCCURS 500 TIMES
                                   INDEXED BY RVO-IDX.
               10  WS-RVO-KEY          PIC 9(6).
               10  WS-RVO-FOUND        PIC X.
               10  WS-RVO-BRANCH       PIC X(4).
               10  WS-RVO-CURRENCY     PIC X(3).
               10  WS-RVO-AMOUNT       PIC 9(4)V99.
               10  WS-RVO-REVERSED     PIC X.
               10  WS-RVO-REV-KEY      PIC 9(6).

       01  WS-DUP-LOOKBACK         PIC 9(3)    VALUE 5.
       01  WS-DUP-START-DATE       PIC 9(8)    VALUE ZERO.
       01  WS-DUP-FOUND            PIC X       VALUE "N".
       01  WS-DUP-OVERFLOW         PIC X       VALUE "N".
       01  WS-DUP-MATCH-KEY        PIC 9(6)    VALUE ZERO.
       01  WS-SUSPECT-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-DP-KEY               PIC 9(6)    VALUE ZERO.
       01  WS-DP-BRANCH            PIC X(4)    VALUE SPACES.
       01  WS-DP-CURRENCY          PIC X(3)    VALUE SPACES.
       01  WS-DP-NUM1              PIC 9(3)V99 VALUE ZERO.
       01  WS-DP-NUM2              PIC 9(3)V99 VALUE ZERO.
       01  WS-DP-DATE              PIC 9(8)    VALUE ZERO.
       01  WS-DP-TYPE              PIC X       VALUE SPACE.
       01  WS-DUP-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 3000 TIMES
                                   INDEXED BY DUP-IDX.
               10  WS-DUP-KEY          PIC 9(6).
               10  WS-DUP-BRANCH       PIC X(4).
               10  WS-DUP-CURRENCY     PIC X(3).
               10  WS-DUP-NUM1         PIC 9(3)V99.
               10  WS-DUP-NUM2         PIC 9(3)V99.
               10  WS-DUP-DATE         PIC 9(8).
               10  WS-DUP-TYPE         PIC X.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "EditTransactions".
       01  WS-ERR-PARAGRAPH        PIC X(30).
               10  WS-LIM-MAX      PIC 9(7)V99.
       01  WS-PERIOD-CLOSED    PIC X       VALUE "N".
       01  WS-CHECK-MONTH      PIC 9(6)    VALUE ZERO.
       01  WS-CHECK-YEAR-ROW   PIC 9(6)    VALUE ZERO.
       01  WS-YEAR-CLOSED      PIC X       VALUE "N".
       01  WS-PER-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 60 TIMES
               "HELD FOR NEXT CYCLE:    ".
           05  DS-COUNT            PIC ZZZZZZ9.

       01  WS-SUSPECT-SUMMARY-LINE.
           05  FILLER              PIC X(24)   VALUE
               "SUSPECTED DUPLICATES:   ".
           05  SS-COUNT            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(6)    VALUE "READ: ".
           05  S-READ              PIC ZZZZZZ9.
           END-IF.
           PERFORM LOAD-CURRENCY-CODES.
           PERFORM LOAD-BRANCH-MASTER.
           PERFORM OPEN-ACCOUNT-MASTER.
           PERFORM LOAD-POSTED-DATES.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM LOAD-BRANCH-LIMITS.
           PERFORM GET-DUPLICATE-WINDOW.
           PERFORM LOAD-REVERSAL-ORIGINALS.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT CLEAN-FILE.
           OPEN OUTPUT EDIT-REPORT.
                   IF WS-DATE-POSTED = "Y"
                       ADD 1 TO WS-POSTED-COUNT
                   ELSE
                       PERFORM CHECK-SUSPECTED-DUPLICATE
                       IF WS-DUP-FOUND = "Y"
                           PERFORM REFER-SUSPECTED-DUPLICATE
                       ELSE
                           PERFORM NOTE-TRAN-FOR-DUPLICATE
                           IF WS-OVER-LIMIT = "Y"
                               PERFORM REFER-OVER-LIMIT
                           ELSE
                               WRITE CLEAN-RECORD FROM TRAN-RECORD
                               ADD 1 TO WS-CLEAN-COUNT
                               ADD TRAN-NUM1 OF TRAN-RECORD
                                   TO WS-CLN-HASH
                               ADD TRAN-NUM2 OF TRAN-RECORD
                                   TO WS-CLN-HASH
                               PERFORM NOTE-TRAN-FOR-REVERSAL
                           END-IF
                       END-IF
                   END-IF
                   MOVE TRAN-KEY OF TRAN-RECORD TO WS-PREV-KEY
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-DEFERRED-COUNT TO DS-COUNT.
           WRITE RPT-LINE FROM WS-DEFER-SUMMARY-LINE.
           MOVE WS-SUSPECT-COUNT TO SS-COUNT.
           WRITE RPT-LINE FROM WS-SUSPECT-SUMMARY-LINE.
           CLOSE TRANS-FILE.
           IF WS-ACCTMST-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF.
           PERFORM WRITE-CLEAN-TRAILER.
           CLOSE CLEAN-FILE.
           CLOSE EDIT-REPORT.
           IF TRAN-TYPE OF TRAN-RECORD NOT = "D"
                   AND TRAN-TYPE OF TRAN-RECORD NOT = "C"
                   AND TRAN-TYPE OF TRAN-RECORD NOT = "R"
                   AND TRAN-TYPE OF TRAN-RECORD NOT = "T"
                   AND TRAN-TYPE OF TRAN-RECORD NOT = SPACE
               MOVE "E09" TO E-CODE
               MOVE "TRANSACTION TYPE NOT D, C, R OR T" TO E-TEXT
               PERFORM WRITE-EDIT-EXCEPTION
           END-IF.
           IF TRAN-TYPE OF TRAN-RECORD = "T"
               PERFORM CHECK-COUNTERPARTY-BRANCH
           END-IF.
           IF TRAN-TYPE OF TRAN-RECORD = "R"
               PERFORM CHECK-REVERSAL-ORIGINAL
           END-IF.
           MOVE TRAN-ACCOUNT OF TRAN-RECORD TO WS-CHK-ACCOUNT.
           MOVE TRAN-BRANCH OF TRAN-RECORD TO WS-CHK-BRANCH.
           MOVE "ACCOUNT" TO WS-CHK-LABEL.
           PERFORM CHECK-ACCOUNT.
           IF TRAN-TYPE OF TRAN-RECORD = "T"
               MOVE TRAN-CPTY-ACCOUNT OF TRAN-RECORD TO WS-CHK-ACCOUNT
               MOVE TRAN-CPTY-BRANCH OF TRAN-RECORD TO WS-CHK-BRANCH
               MOVE "CPTY ACCOUNT" TO WS-CHK-LABEL
               PERFORM CHECK-ACCOUNT
           END-IF.

       CHECK-TRAN-DATE.
           IF TRAN-DATE OF TRAN-RECORD NOT NUMERIC
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-PERIOD-CLOSED = "Y"
                   MOVE "E10" TO E-CODE
                   IF WS-YEAR-CLOSED = "Y"
                       MOVE "TRANSACTION DATE IN CLOSED FISCAL YEAR"
                           TO E-TEXT
                   ELSE
                       MOVE "TRANSACTION DATE IN CLOSED PERIOD"
                           TO E-TEXT
                   END-IF
                   PERFORM WRITE-EDIT-EXCEPTION
               END-IF
               IF WS-EFF-DATE > WS-RUN-DATE-NUM

       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED.
           MOVE "N" TO WS-YEAR-CLOSED.
           COMPUTE WS-CHECK-YEAR-ROW = WS-CHECK-MONTH / 100.
           MULTIPLY 100 BY WS-CHECK-YEAR-ROW.
           SET PER-IDX TO 1.
           PERFORM UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-MONTH(PER-IDX) = WS-CHECK-MONTH
                       AND WS-PER-STATUS(PER-IDX) = "C"
                   MOVE "Y" TO WS-PERIOD-CLOSED
               END-IF
               IF WS-PER-MONTH(PER-IDX) = WS-CHECK-YEAR-ROW
                       AND WS-PER-STATUS(PER-IDX) = "C"
                   MOVE "Y" TO WS-PERIOD-CLOSED
                   MOVE "Y" TO WS-YEAR-CLOSED
               END-IF
               SET PER-IDX UP BY 1
           END-PERFORM.

           END-IF.

       REFER-OVER-LIMIT.
           MOVE "E11" TO E-CODE.
           MOVE ZERO TO WS-DUP-MATCH-KEY.
           PERFORM WRITE-REFERRAL-RECORD.
           MOVE "OVER BRANCH LIMIT - REFERRED" TO E-TEXT.
           MOVE TRAN-KEY OF TRAN-RECORD TO E-KEY.
           WRITE RPT-LINE FROM WS-EXCP-LINE.
           MOVE "REFER-OVER-LIMIT" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "over-limit transaction referred, key "
               TRAN-KEY OF TRAN-RECORD
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       REFER-SUSPECTED-DUPLICATE.
           MOVE "E20" TO E-CODE.
           PERFORM WRITE-REFERRAL-RECORD.
           ADD 1 TO WS-SUSPECT-COUNT.
           MOVE SPACES TO E-TEXT.
           STRING "SUSPECTED DUPLICATE OF KEY " WS-DUP-MATCH-KEY
               DELIMITED BY SIZE INTO E-TEXT.
           MOVE TRAN-KEY OF TRAN-RECORD TO E-KEY.
           WRITE RPT-LINE FROM WS-EXCP-LINE.
           MOVE "REFER-SUSPECTED-DUPLICATE" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "suspected duplicate referred, key "
               TRAN-KEY OF TRAN-RECORD " matches key "
               WS-DUP-MATCH-KEY
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-REFERRAL-RECORD.
           OPEN EXTEND REFERRAL-FILE.
           IF WS-REFER-STATUS NOT = "00"
               OPEN OUTPUT REFERRAL-FILE
           MOVE TRAN-NUM2 OF TRAN-RECORD TO RF-NUM2.
           MOVE TRAN-DATE OF TRAN-RECORD TO RF-DATE.
           MOVE TRAN-TYPE OF TRAN-RECORD TO RF-TYPE.
           MOVE TRAN-CPTY-BRANCH OF TRAN-RECORD TO RF-CPTY-BRANCH.
           MOVE TRAN-ORIG-KEY OF TRAN-RECORD TO RF-ORIG-KEY.
           MOVE E-CODE TO RF-REASON.
           MOVE WS-DUP-MATCH-KEY TO RF-MATCH-KEY.
           MOVE TRAN-ACCOUNT OF TRAN-RECORD TO RF-ACCOUNT.
           MOVE TRAN-CPTY-ACCOUNT OF TRAN-RECORD TO RF-CPTY-ACCOUNT.
           MOVE "PENDING" TO RF-STATUS.
           MOVE SPACES TO RF-DECIDED-BY.
           WRITE REFERRAL-RECORD.
           IF TRAN-TYPE OF TRAN-RECORD = "R"
               PERFORM NOTE-TRAN-FOR-REVERSAL
           END-IF.
           CLOSE REFERRAL-FILE.
           MOVE "00" TO WS-REFER-STATUS.
           ADD 1 TO WS-REFER-COUNT.

       RELEASE-APPROVED-REFERRALS.
           MOVE "N" TO WS-EOF-SWITCH.
               MOVE RF-NUM2 TO TRAN-NUM2 OF CLEAN-RECORD
               MOVE WS-RUN-DATE-NUM TO TRAN-DATE OF CLEAN-RECORD
               MOVE RF-TYPE TO TRAN-TYPE OF CLEAN-RECORD
               MOVE RF-CPTY-BRANCH TO TRAN-CPTY-BRANCH OF CLEAN-RECORD
               MOVE RF-ORIG-KEY TO TRAN-ORIG-KEY OF CLEAN-RECORD
               MOVE RF-ACCOUNT TO TRAN-ACCOUNT OF CLEAN-RECORD
               MOVE RF-CPTY-ACCOUNT
                   TO TRAN-CPTY-ACCOUNT OF CLEAN-RECORD
               WRITE CLEAN-RECORD
               ADD 1 TO WS-CLEAN-COUNT
               ADD 1 TO WS-RELEASED-COUNT
               ADD RF-NUM1 TO WS-CLN-HASH
               ADD RF-NUM2 TO WS-CLN-HASH
               MOVE RF-TRAN-KEY TO WS-RV-KEY
               MOVE RF-ORIG-KEY TO WS-RV-ORIG-KEY
               MOVE RF-TYPE TO WS-RV-TYPE
               MOVE RF-BRANCH TO WS-RV-BRANCH
               MOVE RF-CURRENCY TO WS-RV-CURRENCY
               ADD RF-NUM1 RF-NUM2 GIVING WS-RV-AMOUNT
               PERFORM NOTE-REVERSAL-LINK
               MOVE "E12" TO E-CODE
               MOVE "APPROVED REFERRAL RELEASED" TO E-TEXT
               MOVE RF-TRAN-KEY TO E-KEY
               PERFORM WRITE-EDIT-EXCEPTION
           END-IF.

       CHECK-COUNTERPARTY-BRANCH.
           MOVE "N" TO WS-BM-FOUND.
           IF TRAN-CPTY-BRANCH OF TRAN-RECORD =
                   TRAN-BRANCH OF TRAN-RECORD
               MOVE "Y" TO WS-BM-FOUND
               MOVE "E16" TO E-CODE
               MOVE "TRANSFER TO ITS OWN BRANCH" TO E-TEXT
               PERFORM WRITE-EDIT-EXCEPTION
           END-IF.
           SET BM-IDX TO 1.
           PERFORM UNTIL BM-IDX > WS-BM-COUNT
                   OR WS-BM-FOUND = "Y"
               IF WS-BM-CODE(BM-IDX) =
                       TRAN-CPTY-BRANCH OF TRAN-RECORD
                   MOVE "Y" TO WS-BM-FOUND
                   IF WS-BM-STATUS(BM-IDX) = "C"
                       MOVE "E15" TO E-CODE
                       MOVE "COUNTERPARTY BRANCH IS CLOSED" TO E-TEXT
                       PERFORM WRITE-EDIT-EXCEPTION
                   END-IF
               END-IF
               SET BM-IDX UP BY 1
           END-PERFORM.
           IF WS-BM-FOUND = "N"
               MOVE "E14" TO E-CODE
               MOVE "COUNTERPARTY NOT ON BRANCH MASTER" TO E-TEXT
               PERFORM WRITE-EDIT-EXCEPTION
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCTMST-STATUS = "00"
               MOVE "Y" TO WS-ACCTMST-OPEN
           ELSE
               MOVE "OPEN-ACCOUNT-MASTER" TO WS-ERR-PARAGRAPH
               MOVE "account master not available" TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       CHECK-ACCOUNT.
           MOVE "N" TO WS-AC-FOUND.
           IF WS-ACCTMST-OPEN = "Y" AND WS-CHK-ACCOUNT NOT = SPACES
               MOVE WS-CHK-ACCOUNT TO AC-ACCOUNT
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-AC-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AC-FOUND
               END-READ
           END-IF.
           IF WS-AC-FOUND = "N"
               MOVE "E21" TO E-CODE
               MOVE SPACES TO E-TEXT
               STRING WS-CHK-LABEL DELIMITED BY "  "
                   " NOT ON ACCOUNT MASTER" DELIMITED BY SIZE
                   INTO E-TEXT
               PERFORM WRITE-EDIT-EXCEPTION
           ELSE
               IF AC-STATUS NOT = "O"
                       OR WS-EFF-DATE < AC-OPEN-DATE
                       OR (AC-CLOSE-DATE NOT = ZERO
                           AND WS-EFF-DATE > AC-CLOSE-DATE)
                   MOVE "E22" TO E-CODE
                   MOVE SPACES TO E-TEXT
                   STRING WS-CHK-LABEL DELIMITED BY "  "
                       " NOT OPEN ON TRAN DATE" DELIMITED BY SIZE
                       INTO E-TEXT
                   PERFORM WRITE-EDIT-EXCEPTION
               END-IF
               IF AC-BRANCH NOT = WS-CHK-BRANCH
                       OR AC-CURRENCY NOT = TRAN-CURRENCY OF TRAN-RECORD
                   MOVE "E23" TO E-CODE
                   MOVE SPACES TO E-TEXT
                   STRING WS-CHK-LABEL DELIMITED BY "  "
                       " BRANCH OR CURRENCY MISMATCH" DELIMITED BY SIZE
                       INTO E-TEXT
                   PERFORM WRITE-EDIT-EXCEPTION
               END-IF
           END-IF.

       LOAD-REVERSAL-ORIGINALS.
           OPEN INPUT TRANS-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TRAN-TYPE OF TRAN-RECORD = "R"
                               AND TRAN-ORIG-KEY OF TRAN-RECORD NUMERIC
                               AND TRAN-ORIG-KEY OF TRAN-RECORD > 0
                           PERFORM STORE-REVERSAL-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-RVO-COUNT > 0 OR WS-DUP-LOOKBACK > 0
               PERFORM LOAD-TRANSACTION-HISTORY
           END-IF.

       STORE-REVERSAL-ORIGINAL.
           MOVE TRAN-ORIG-KEY OF TRAN-RECORD TO WS-RV-ORIG-KEY.
           PERFORM FIND-REVERSAL-ORIGINAL.
           IF WS-RVO-FOUND-SW = "N"
               IF WS-RVO-COUNT < 500
                   ADD 1 TO WS-RVO-COUNT
                   SET RVO-IDX TO WS-RVO-COUNT
                   MOVE WS-RV-ORIG-KEY TO WS-RVO-KEY(RVO-IDX)
                   MOVE "N" TO WS-RVO-FOUND(RVO-IDX)
                   MOVE SPACES TO WS-RVO-BRANCH(RVO-IDX)
                   MOVE SPACES TO WS-RVO-CURRENCY(RVO-IDX)
                   MOVE ZERO TO WS-RVO-AMOUNT(RVO-IDX)
                   MOVE "N" TO WS-RVO-REVERSED(RVO-IDX)
                   MOVE ZERO TO WS-RVO-REV-KEY(RVO-IDX)
               ELSE
                   IF WS-RVO-OVERFLOW = "N"
                       MOVE "Y" TO WS-RVO-OVERFLOW
                       MOVE "STORE-REVERSAL-ORIGINAL"
                           TO WS-ERR-PARAGRAPH
                       MOVE "reversal table full, reversals rejected"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       FIND-REVERSAL-ORIGINAL.
           MOVE "N" TO WS-RVO-FOUND-SW.
           SET RVO-IDX TO 1.
           PERFORM UNTIL RVO-IDX > WS-RVO-COUNT
                   OR WS-RVO-FOUND-SW = "Y"
               IF WS-RVO-KEY(RVO-IDX) = WS-RV-ORIG-KEY
                   MOVE "Y" TO WS-RVO-FOUND-SW
               ELSE
                   SET RVO-IDX UP BY 1
               END-IF
           END-PERFORM.

       LOAD-TRANSACTION-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           MOVE TH-TRAN-KEY TO WS-RV-KEY
                           MOVE ZERO TO WS-RV-ORIG-KEY
                           IF TH-ORIG-KEY NUMERIC
                               MOVE TH-ORIG-KEY TO WS-RV-ORIG-KEY
                           END-IF
                           MOVE TH-TYPE TO WS-RV-TYPE
                           MOVE TH-BRANCH TO WS-RV-BRANCH
                           MOVE TH-CURRENCY TO WS-RV-CURRENCY
                           ADD TH-NUM1 TH-NUM2 GIVING WS-RV-AMOUNT
                           PERFORM NOTE-REVERSAL-LINK
                           IF WS-DUP-LOOKBACK > 0
                                   AND TH-DATE NUMERIC
                                   AND TH-DATE NOT < WS-DUP-START-DATE
                                   AND TH-DATE NOT > WS-RUN-DATE-NUM
                               PERFORM NOTE-HISTORY-FOR-DUPLICATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               MOVE "LOAD-TRANSACTION-HISTORY" TO WS-ERR-PARAGRAPH
               MOVE "transaction history not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "00" TO WS-HIST-STATUS.

       NOTE-TRAN-FOR-REVERSAL.
           MOVE TRAN-KEY OF TRAN-RECORD TO WS-RV-KEY.
           MOVE TRAN-ORIG-KEY OF TRAN-RECORD TO WS-RV-ORIG-KEY.
           MOVE TRAN-TYPE OF TRAN-RECORD TO WS-RV-TYPE.
           MOVE TRAN-BRANCH OF TRAN-RECORD TO WS-RV-BRANCH.
           MOVE TRAN-CURRENCY OF TRAN-RECORD TO WS-RV-CURRENCY.
           ADD TRAN-NUM1 OF TRAN-RECORD TRAN-NUM2 OF TRAN-RECORD
               GIVING WS-RV-AMOUNT.
           PERFORM NOTE-REVERSAL-LINK.

       NOTE-REVERSAL-LINK.
           IF WS-RV-TYPE = "R"
               IF WS-RV-ORIG-KEY > 0
                   PERFORM FIND-REVERSAL-ORIGINAL
                   IF WS-RVO-FOUND-SW = "Y"
                       MOVE "Y" TO WS-RVO-REVERSED(RVO-IDX)
                       MOVE WS-RV-KEY TO WS-RVO-REV-KEY(RVO-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE WS-RV-KEY TO WS-RV-ORIG-KEY
               PERFORM FIND-REVERSAL-ORIGINAL
               IF WS-RVO-FOUND-SW = "Y"
                   IF WS-RVO-FOUND(RVO-IDX) = "N"
                       MOVE "Y" TO WS-RVO-FOUND(RVO-IDX)
                       MOVE WS-RV-BRANCH TO WS-RVO-BRANCH(RVO-IDX)
                       MOVE WS-RV-CURRENCY TO WS-RVO-CURRENCY(RVO-IDX)
                       MOVE WS-RV-AMOUNT TO WS-RVO-AMOUNT(RVO-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-REVERSAL-ORIGINAL.
           MOVE "N" TO WS-RVO-FOUND-SW.
           IF TRAN-ORIG-KEY OF TRAN-RECORD NUMERIC
                   AND TRAN-ORIG-KEY OF TRAN-RECORD > 0
               MOVE TRAN-ORIG-KEY OF TRAN-RECORD TO WS-RV-ORIG-KEY
               PERFORM FIND-REVERSAL-ORIGINAL
               IF WS-RVO-FOUND-SW = "Y"
                   IF WS-RVO-FOUND(RVO-IDX) = "N"
                       MOVE "N" TO WS-RVO-FOUND-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-RVO-FOUND-SW = "N"
               MOVE "E17" TO E-CODE
               MOVE "REVERSAL ORIGINAL NOT FOUND" TO E-TEXT
               PERFORM WRITE-EDIT-EXCEPTION
           ELSE
               IF WS-RVO-REVERSED(RVO-IDX) = "Y"
                       AND WS-RVO-REV-KEY(RVO-IDX) NOT =
                           TRAN-KEY OF TRAN-RECORD
                   MOVE "E18" TO E-CODE
                   MOVE "ORIGINAL ALREADY REVERSED" TO E-TEXT
                   PERFORM WRITE-EDIT-EXCEPTION
               END-IF
               MOVE ZERO TO WS-RV-AMOUNT
               IF TRAN-NUM1 OF TRAN-RECORD NUMERIC
                       AND TRAN-NUM2 OF TRAN-RECORD NUMERIC
                   ADD TRAN-NUM1 OF TRAN-RECORD
                       TRAN-NUM2 OF TRAN-RECORD
                       GIVING WS-RV-AMOUNT
               END-IF
               IF TRAN-BRANCH OF TRAN-RECORD NOT =
                       WS-RVO-BRANCH(RVO-IDX)
                       OR TRAN-CURRENCY OF TRAN-RECORD NOT =
                           WS-RVO-CURRENCY(RVO-IDX)
                       OR WS-RV-AMOUNT NOT = WS-RVO-AMOUNT(RVO-IDX)
                   MOVE "E19" TO E-CODE
                   MOVE "REVERSAL DIFFERS FROM ORIGINAL" TO E-TEXT
                   PERFORM WRITE-EDIT-EXCEPTION
               END-IF
           END-IF.

       GET-DUPLICATE-WINDOW.
           OPEN INPUT DUPLICATE-WINDOW-FILE.
           IF WS-DUPLOOK-STATUS = "00"
               READ DUPLICATE-WINDOW-FILE
                   NOT AT END
                       IF DC-LOOKBACK-DAYS NUMERIC
                           MOVE DC-LOOKBACK-DAYS TO WS-DUP-LOOKBACK
                       END-IF
               END-READ
               CLOSE DUPLICATE-WINDOW-FILE
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-DUP-LOOKBACK.
           COMPUTE WS-DUP-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       NOTE-HISTORY-FOR-DUPLICATE.
           MOVE TH-TRAN-KEY TO WS-DP-KEY.
           MOVE TH-BRANCH TO WS-DP-BRANCH.
           MOVE TH-CURRENCY TO WS-DP-CURRENCY.
           MOVE TH-NUM1 TO WS-DP-NUM1.
           MOVE TH-NUM2 TO WS-DP-NUM2.
           MOVE TH-DATE TO WS-DP-DATE.
           MOVE TH-TYPE TO WS-DP-TYPE.
           PERFORM STORE-DUPLICATE-ENTRY.

       NOTE-TRAN-FOR-DUPLICATE.
           PERFORM LOAD-DUPLICATE-FIELDS.
           PERFORM STORE-DUPLICATE-ENTRY.

       LOAD-DUPLICATE-FIELDS.
           MOVE TRAN-KEY OF TRAN-RECORD TO WS-DP-KEY.
           MOVE TRAN-BRANCH OF TRAN-RECORD TO WS-DP-BRANCH.
           MOVE TRAN-CURRENCY OF TRAN-RECORD TO WS-DP-CURRENCY.
           MOVE TRAN-NUM1 OF TRAN-RECORD TO WS-DP-NUM1.
           MOVE TRAN-NUM2 OF TRAN-RECORD TO WS-DP-NUM2.
           MOVE WS-EFF-DATE TO WS-DP-DATE.
           MOVE TRAN-TYPE OF TRAN-RECORD TO WS-DP-TYPE.

       STORE-DUPLICATE-ENTRY.
           IF WS-DUP-COUNT < 3000
               ADD 1 TO WS-DUP-COUNT
               SET DUP-IDX TO WS-DUP-COUNT
               MOVE WS-DP-KEY TO WS-DUP-KEY(DUP-IDX)
               MOVE WS-DP-BRANCH TO WS-DUP-BRANCH(DUP-IDX)
               MOVE WS-DP-CURRENCY TO WS-DUP-CURRENCY(DUP-IDX)
               MOVE WS-DP-NUM1 TO WS-DUP-NUM1(DUP-IDX)
               MOVE WS-DP-NUM2 TO WS-DUP-NUM2(DUP-IDX)
               MOVE WS-DP-DATE TO WS-DUP-DATE(DUP-IDX)
               MOVE WS-DP-TYPE TO WS-DUP-TYPE(DUP-IDX)
           ELSE
               IF WS-DUP-OVERFLOW = "N"
                   MOVE "Y" TO WS-DUP-OVERFLOW
                   MOVE "STORE-DUPLICATE-ENTRY" TO WS-ERR-PARAGRAPH
                   MOVE "duplicate table full, later records unchecked"
                       TO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       CHECK-SUSPECTED-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND.
           MOVE ZERO TO WS-DUP-MATCH-KEY.
           PERFORM LOAD-DUPLICATE-FIELDS.
           SET DUP-IDX TO 1.
           PERFORM UNTIL DUP-IDX > WS-DUP-COUNT
                   OR WS-DUP-FOUND = "Y"
               IF WS-DUP-BRANCH(DUP-IDX) = WS-DP-BRANCH
                       AND WS-DUP-CURRENCY(DUP-IDX) = WS-DP-CURRENCY
                       AND WS-DUP-NUM1(DUP-IDX) = WS-DP-NUM1
                       AND WS-DUP-NUM2(DUP-IDX) = WS-DP-NUM2
                       AND WS-DUP-DATE(DUP-IDX) = WS-DP-DATE
                       AND WS-DUP-TYPE(DUP-IDX) = WS-DP-TYPE
                       AND WS-DUP-KEY(DUP-IDX) NOT = WS-DP-KEY
                   MOVE "Y" TO WS-DUP-FOUND
                   MOVE WS-DUP-KEY(DUP-IDX) TO WS-DUP-MATCH-KEY
               ELSE
                   SET DUP-IDX UP BY 1
               END-IF
           END-PERFORM.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER.
           IF WS-BRNCH-STATUS = "00"
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-REJECT-COUNT TO JA-REJECT-COUNT.
           MOVE WS-CLEAN-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
