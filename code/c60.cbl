       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountLedger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCLN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTLEDG-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ACCOUNT-REPORT ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE.
       01  CLEAN-RECORD.
           COPY TRANPAIR.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  ACCOUNT-LEDGER-FILE.
       01  ACCOUNT-LEDGER-RECORD.
           COPY ACCTLEDG.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           COPY POSMSTR.

       FD  REVERSED-DATE-FILE.
       01  REVERSED-DATE-RECORD.
           05  RV-DATE             PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  ACCOUNT-REPORT.
       01  RPT-LINE                PIC X(120).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-TRANCLN-STATUS       PIC X(2)    VALUE "00".
       01  WS-ACCTMST-STATUS       PIC X(2)    VALUE "00".
       01  WS-ACCTLEDG-STATUS      PIC X(2)    VALUE "00".
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-LEG-POSTED           PIC X       VALUE "N".
       01  WS-DONE-OVERFLOW        PIC X       VALUE "N".
       01  WS-OUT-COUNT            PIC 9(5)    VALUE ZERO.
       01  WS-REC-OVERFLOW         PIC X       VALUE "N".
       01  WS-RUN-FUNCTION         PIC X       VALUE SPACE.
       01  WS-RUN-ALLOWED          PIC X       VALUE "Y".
       01  WS-EFF-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-PAIR-SUM             PIC 9(4)V99 VALUE ZERO.
       01  WS-SIGNED-SUM           PIC S9(9)V99 VALUE ZERO.
       01  WS-POST-ACCOUNT         PIC X(8)    VALUE SPACES.
       01  WS-POST-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-POST-LEG             PIC X       VALUE SPACE.
       01  WS-CHECK-DATE-NUM       PIC 9(8)    VALUE ZERO.
       01  WS-REC-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-REC-CURRENCY         PIC X(3)    VALUE SPACES.
       01  WS-REC-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01  WS-REC-SOURCE           PIC X       VALUE SPACE.
       01  WS-REC-DIFF             PIC S9(11)V99 VALUE ZERO.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE        PIC 9(8)    OCCURS 50 TIMES
                                       INDEXED BY RVRS-IDX.

       01  WS-DONE-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY DONE-IDX.
               10  WS-DONE-KEY         PIC 9(6).
               10  WS-DONE-LEG         PIC X.

       01  WS-REC-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 500 TIMES
                                   INDEXED BY REC-IDX.
               10  WS-REC-ROW-BRANCH   PIC X(4).
               10  WS-REC-ROW-CURRENCY PIC X(3).
               10  WS-REC-ACCOUNTS     PIC S9(11)V99.
               10  WS-REC-POSITION     PIC S9(11)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "AccountLedger".
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
               "ACCOUNT LEDGER UPDATE FOR:        ".
           05  H-DATE              PIC 9(8).

       01  WS-MISSING-LINE.
           05  FILLER              PIC X(16)   VALUE
               "NOT POSTED, KEY ".
           05  M-KEY               PIC 9(6).
           05  FILLER              PIC X(11)   VALUE "  ACCOUNT: ".
           05  M-ACCOUNT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  M-REASON            PIC X(30).

       01  WS-POSTED-LINE.
           05  FILLER              PIC X(34)   VALUE
               "MOVEMENTS POSTED:                 ".
           05  P-COUNT             PIC ZZZZZZ9.
           05  FILLER              PIC X(16)   VALUE
               "  NOT POSTED:   ".
           05  P-EXCP              PIC ZZZZ9.
           05  FILLER              PIC X(18)   VALUE
               "  ALREADY POSTED: ".
           05  P-SKIPPED           PIC ZZZZZZ9.

       01  WS-RECON-HEADER-LINE    PIC X(60)   VALUE
           "ACCOUNT BALANCES RECONCILED TO POSITION MASTER".

       01  WS-RECON-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  R-BRANCH            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-CURRENCY          PIC X(3).
           05  FILLER              PIC X(12)   VALUE "  ACCOUNTS: ".
           05  R-ACCOUNTS          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(12)   VALUE "  POSITION: ".
           05  R-POSITION          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-FLAG              PIC X(14).

       01  WS-RECON-FOOTER-LINE.
           05  FILLER              PIC X(34)   VALUE
               "BRANCH/CURRENCY ROWS OUT OF LINE: ".
           05  RF-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM REGISTER-RUN-CONTROL.
           PERFORM LOAD-REVERSED-DATES.
           PERFORM LOAD-POSTED-MOVEMENTS.
           IF WS-DONE-OVERFLOW = "Y"
               DISPLAY "TOO MANY MOVEMENTS ALREADY POSTED FOR "
                   WS-RUN-DATE-NUM
               MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH
               MOVE "posted-movement table full, nothing posted"
                   TO WS-ERR-MESSAGE
               MOVE "F" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
               PERFORM WRITE-JOB-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
                   WS-ACCTMST-STATUS
               MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "account master open failed, status "
                   WS-ACCTMST-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "F" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
               PERFORM WRITE-JOB-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCOUNT-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           OPEN EXTEND ACCOUNT-LEDGER-FILE.
           IF WS-ACCTLEDG-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-LEDGER-FILE
           END-IF.
           PERFORM POST-CLEAN-FILE.
           CLOSE ACCOUNT-LEDGER-FILE.
           MOVE WS-POSTED-COUNT TO P-COUNT.
           MOVE WS-EXCP-COUNT TO P-EXCP.
           MOVE WS-SKIPPED-COUNT TO P-SKIPPED.
           WRITE RPT-LINE FROM WS-POSTED-LINE.
           IF WS-SKIPPED-COUNT > 0
               PERFORM NOTE-SKIPPED-MOVEMENTS
           END-IF.
           PERFORM TOTAL-ACCOUNT-BALANCES.
           CLOSE ACCOUNT-MASTER.
           PERFORM NET-REVERSED-MOVEMENTS.
           PERFORM ACCUMULATE-POSITIONS.
           PERFORM WRITE-RECONCILIATION.
           CLOSE ACCOUNT-REPORT.
           PERFORM COMPLETE-RUN-CONTROL.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-REC-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCP-COUNT > 0 OR WS-OUT-COUNT > 0
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

       REGISTER-RUN-CONTROL.
           MOVE "R" TO WS-RUN-FUNCTION.
           CALL "RunControl" USING WS-ERR-PROGRAM-ID WS-RUN-DATE-NUM
               WS-RUN-FUNCTION WS-RUN-ALLOWED.
           IF WS-RUN-ALLOWED = "N"
               DISPLAY "RUN ALREADY COMPLETED FOR " WS-RUN-DATE-NUM
               DISPLAY "SET RERUN FLAG ON RUNCTL TO OVERRIDE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPLETE-RUN-CONTROL.
           MOVE "C" TO WS-RUN-FUNCTION.
           CALL "RunControl" USING WS-ERR-PROGRAM-ID WS-RUN-DATE-NUM
               WS-RUN-FUNCTION WS-RUN-ALLOWED.

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

       CHECK-DATE-REVERSED.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.
           PERFORM UNTIL RVRS-IDX > WS-RVRS-COUNT
               IF WS-RVRS-DATE(RVRS-IDX) = WS-CHECK-DATE-NUM
                   MOVE "Y" TO WS-ROW-REVERSED
               END-IF
               SET RVRS-IDX UP BY 1
           END-PERFORM.

       LOAD-POSTED-MOVEMENTS.
           OPEN INPUT ACCOUNT-LEDGER-FILE.
           IF WS-ACCTLEDG-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ACCOUNT-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AL-RUN-DATE = WS-RUN-DATE-NUM
                               PERFORM STORE-POSTED-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LEDGER-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-POSTED-MOVEMENT.
           IF WS-DONE-COUNT < 5000
               ADD 1 TO WS-DONE-COUNT
               SET DONE-IDX TO WS-DONE-COUNT
               MOVE AL-TRAN-KEY TO WS-DONE-KEY(DONE-IDX)
               MOVE AL-LEG TO WS-DONE-LEG(DONE-IDX)
           ELSE
               MOVE "Y" TO WS-DONE-OVERFLOW
           END-IF.

       CHECK-MOVEMENT-POSTED.
           MOVE "N" TO WS-LEG-POSTED.
           SET DONE-IDX TO 1.
           PERFORM UNTIL DONE-IDX > WS-DONE-COUNT
                   OR WS-LEG-POSTED = "Y"
               IF WS-DONE-KEY(DONE-IDX) = TRAN-KEY
                       AND WS-DONE-LEG(DONE-IDX) = WS-POST-LEG
                   MOVE "Y" TO WS-LEG-POSTED
               ELSE
                   SET DONE-IDX UP BY 1
               END-IF
           END-PERFORM.

       NOTE-SKIPPED-MOVEMENTS.
           MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "movements already on ledger for run date, skipped: "
               WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       POST-CLEAN-FILE.
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
                               PERFORM POST-CLEAN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEAN-FILE
           ELSE
               MOVE "POST-CLEAN-FILE" TO WS-ERR-PARAGRAPH
               MOVE "clean transaction file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       POST-CLEAN-RECORD.
           IF TRAN-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-EFF-DATE
           ELSE
               MOVE TRAN-DATE TO WS-EFF-DATE
           END-IF.
           ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-SUM.
           IF TRAN-TYPE = "T"
               MOVE TRAN-ACCOUNT TO WS-POST-ACCOUNT
               MOVE TRAN-BRANCH TO WS-POST-BRANCH
               MOVE "O" TO WS-POST-LEG
               COMPUTE WS-SIGNED-SUM = 0 - WS-PAIR-SUM
               PERFORM POST-ACCOUNT-MOVEMENT
               MOVE TRAN-CPTY-ACCOUNT TO WS-POST-ACCOUNT
               MOVE TRAN-CPTY-BRANCH TO WS-POST-BRANCH
               MOVE "I" TO WS-POST-LEG
               MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
               PERFORM POST-ACCOUNT-MOVEMENT
           ELSE
               MOVE TRAN-ACCOUNT TO WS-POST-ACCOUNT
               MOVE TRAN-BRANCH TO WS-POST-BRANCH
               MOVE SPACE TO WS-POST-LEG
               IF TRAN-TYPE = "C" OR TRAN-TYPE = "R"
                   COMPUTE WS-SIGNED-SUM = 0 - WS-PAIR-SUM
               ELSE
                   MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
               END-IF
               PERFORM POST-ACCOUNT-MOVEMENT
           END-IF.

       POST-ACCOUNT-MOVEMENT.
           PERFORM CHECK-MOVEMENT-POSTED.
           IF WS-LEG-POSTED = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM APPLY-ACCOUNT-MOVEMENT
           END-IF.

       APPLY-ACCOUNT-MOVEMENT.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-POST-ACCOUNT TO AC-ACCOUNT.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO M-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "Y"
               IF AC-BRANCH NOT = WS-POST-BRANCH
                       OR AC-CURRENCY NOT = TRAN-CURRENCY
                   MOVE "N" TO WS-FOUND-SW
                   MOVE "ACCOUNT BRANCH/CURRENCY DIFFERS" TO M-REASON
               END-IF
           END-IF.
           IF WS-FOUND-SW = "N"
               PERFORM WRITE-MISSING-ACCOUNT
           ELSE
               ADD WS-SIGNED-SUM TO AC-BALANCE
               IF WS-EFF-DATE > AC-LAST-DATE
                   MOVE WS-EFF-DATE TO AC-LAST-DATE
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "ACCOUNT MASTER REWRITE FAILED"
                           TO M-REASON
                       PERFORM WRITE-MISSING-ACCOUNT
                   NOT INVALID KEY
                       PERFORM WRITE-LEDGER-MOVEMENT
               END-REWRITE
           END-IF.

       WRITE-LEDGER-MOVEMENT.
           MOVE WS-POST-ACCOUNT TO AL-ACCOUNT.
           MOVE WS-EFF-DATE TO AL-DATE.
           MOVE TRAN-KEY TO AL-TRAN-KEY.
           MOVE TRAN-TYPE TO AL-TRAN-TYPE.
           MOVE WS-POST-LEG TO AL-LEG.
           MOVE WS-POST-BRANCH TO AL-BRANCH.
           MOVE TRAN-CURRENCY TO AL-CURRENCY.
           MOVE WS-SIGNED-SUM TO AL-AMOUNT.
           MOVE AC-BALANCE TO AL-BALANCE.
           MOVE WS-RUN-DATE-NUM TO AL-RUN-DATE.
           WRITE ACCOUNT-LEDGER-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

       WRITE-MISSING-ACCOUNT.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE TRAN-KEY TO M-KEY.
           MOVE WS-POST-ACCOUNT TO M-ACCOUNT.
           WRITE RPT-LINE FROM WS-MISSING-LINE.
           MOVE "POST-ACCOUNT-MOVEMENT" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "movement not posted, key " TRAN-KEY
               " account " WS-POST-ACCOUNT
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       TOTAL-ACCOUNT-BALANCES.
           MOVE LOW-VALUES TO AC-ACCOUNT.
           START ACCOUNT-MASTER KEY NOT LESS THAN AC-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AC-BRANCH TO WS-REC-BRANCH
                       MOVE AC-CURRENCY TO WS-REC-CURRENCY
                       MOVE AC-BALANCE TO WS-REC-AMOUNT
                       MOVE "A" TO WS-REC-SOURCE
                       PERFORM STORE-RECON-AMOUNT
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-SWITCH.

       NET-REVERSED-MOVEMENTS.
           IF WS-RVRS-COUNT > 0
               OPEN INPUT ACCOUNT-LEDGER-FILE
               IF WS-ACCTLEDG-STATUS = "00"
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ ACCOUNT-LEDGER-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE AL-DATE TO WS-CHECK-DATE-NUM
                               PERFORM CHECK-DATE-REVERSED
                               IF WS-ROW-REVERSED = "Y"
                                   MOVE AL-BRANCH TO WS-REC-BRANCH
                                   MOVE AL-CURRENCY TO WS-REC-CURRENCY
                                   COMPUTE WS-REC-AMOUNT =
                                       0 - AL-AMOUNT
                                   MOVE "A" TO WS-REC-SOURCE
                                   PERFORM STORE-RECON-AMOUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-LEDGER-FILE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       ACCUMULATE-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMSTR-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE PM-DATE TO WS-CHECK-DATE-NUM
                           PERFORM CHECK-DATE-REVERSED
                           IF WS-ROW-REVERSED = "N"
                               MOVE PM-BRANCH TO WS-REC-BRANCH
                               MOVE PM-CURRENCY TO WS-REC-CURRENCY
                               MOVE PM-MOVEMENT TO WS-REC-AMOUNT
                               MOVE "P" TO WS-REC-SOURCE
                               PERFORM STORE-RECON-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           ELSE
               MOVE "ACCUMULATE-POSITIONS" TO WS-ERR-PARAGRAPH
               MOVE "position master not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-RECON-AMOUNT.
           MOVE "N" TO WS-FOUND-SW.
           SET REC-IDX TO 1.
           PERFORM UNTIL REC-IDX > WS-REC-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-REC-ROW-BRANCH(REC-IDX) = WS-REC-BRANCH
                       AND WS-REC-ROW-CURRENCY(REC-IDX) =
                           WS-REC-CURRENCY
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET REC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-REC-COUNT < 500
                   ADD 1 TO WS-REC-COUNT
                   SET REC-IDX TO WS-REC-COUNT
                   MOVE WS-REC-BRANCH TO WS-REC-ROW-BRANCH(REC-IDX)
                   MOVE WS-REC-CURRENCY
                       TO WS-REC-ROW-CURRENCY(REC-IDX)
                   MOVE ZERO TO WS-REC-ACCOUNTS(REC-IDX)
                   MOVE ZERO TO WS-REC-POSITION(REC-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   IF WS-REC-OVERFLOW = "N"
                       MOVE "Y" TO WS-REC-OVERFLOW
                       MOVE "STORE-RECON-AMOUNT" TO WS-ERR-PARAGRAPH
                       MOVE "reconciliation table full, rows dropped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.
           IF WS-FOUND-SW = "Y"
               IF WS-REC-SOURCE = "A"
                   ADD WS-REC-AMOUNT TO WS-REC-ACCOUNTS(REC-IDX)
               ELSE
                   ADD WS-REC-AMOUNT TO WS-REC-POSITION(REC-IDX)
               END-IF
           END-IF.

       WRITE-RECONCILIATION.
           WRITE RPT-LINE FROM WS-RECON-HEADER-LINE.
           SET REC-IDX TO 1.
           PERFORM UNTIL REC-IDX > WS-REC-COUNT
               MOVE WS-REC-ROW-BRANCH(REC-IDX) TO R-BRANCH
               MOVE WS-REC-ROW-CURRENCY(REC-IDX) TO R-CURRENCY
               MOVE WS-REC-ACCOUNTS(REC-IDX) TO R-ACCOUNTS
               MOVE WS-REC-POSITION(REC-IDX) TO R-POSITION
               COMPUTE WS-REC-DIFF = WS-REC-ACCOUNTS(REC-IDX)
                   - WS-REC-POSITION(REC-IDX)
               IF WS-REC-DIFF = ZERO
                   MOVE "BALANCED" TO R-FLAG
               ELSE
                   MOVE "OUT OF BALANCE" TO R-FLAG
                   PERFORM RAISE-RECON-EXCEPTION
               END-IF
               WRITE RPT-LINE FROM WS-RECON-LINE
               SET REC-IDX UP BY 1
           END-PERFORM.
           MOVE WS-OUT-COUNT TO RF-COUNT.
           WRITE RPT-LINE FROM WS-RECON-FOOTER-LINE.

       RAISE-RECON-EXCEPTION.
           ADD 1 TO WS-OUT-COUNT.
           MOVE "WRITE-RECONCILIATION" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "account balances differ from position, branch "
               WS-REC-ROW-BRANCH(REC-IDX) " "
               WS-REC-ROW-CURRENCY(REC-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-EXCP-COUNT TO JA-REJECT-COUNT.
           MOVE WS-POSTED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
