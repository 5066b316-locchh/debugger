       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchFeeBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT FEE-REPORT ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

           SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPO-STATUS.

           SELECT REPORT-LIBRARY ASSIGN TO "RPTLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTLIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           COPY FEESCHED.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           COPY GLFEED.

       FD  FEE-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       FD  REPORT-REPOSITORY.
       01  REPORT-REPOSITORY-RECORD.
           05  RR-REPORT-ID        PIC X(8).
           05  RR-DATE             PIC 9(8).
           05  RR-GENERATION       PIC 9(4).
           05  RR-LINE-COUNT       PIC 9(7).

       FD  REPORT-LIBRARY.
       01  REPORT-LIBRARY-RECORD.
           05  RL-REPORT-ID        PIC X(8).
           05  RL-DATE             PIC 9(8).
           05  RL-GENERATION       PIC 9(4).
           05  RL-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-REPO-STATUS      PIC X(2)    VALUE "00".
       01  WS-RPTLIB-STATUS    PIC X(2)    VALUE "00".
       01  WS-RPT-ID           PIC X(8)    VALUE "BRFEEINV".
       01  WS-RPT-GENERATION   PIC 9(4)    VALUE ZERO.
       01  WS-RPT-LINE-COUNT   PIC 9(7)    VALUE ZERO.
       01  WS-RPT-BUILD        PIC X(100)  VALUE SPACES.
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-FEESCHED-STATUS      PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS         PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-RUN-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ROW-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-FEE-SOURCE           PIC X(10)   VALUE "BRANCHFEE".
       01  WS-INCOME-ACCOUNT       PIC X(10)   VALUE "FEEINCOME".
       01  WS-CHARGE-ACCOUNT.
           05  FILLER              PIC X(6)    VALUE "FEECHG".
           05  WS-CHARGE-BRANCH    PIC X(4)    VALUE SPACES.
       01  WS-PAIR-AMOUNT          PIC 9(4)V99 VALUE ZERO.
       01  WS-TIER-FOUND           PIC X       VALUE "N".
       01  WS-TIER-BEST-FLOOR      PIC 9(7)    VALUE ZERO.
       01  WS-TIER-PER-TRAN        PIC 9(3)V99 VALUE ZERO.
       01  WS-TIER-VALUE-PCT       PIC 9(2)V9(4) VALUE ZERO.
       01  WS-COUNT-FEE            PIC S9(9)V99 VALUE ZERO.
       01  WS-VALUE-FEE            PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-FEE            PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTRA-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-DETAIL-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-GL-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-BILL-OVERFLOW        PIC X       VALUE "N".
       01  WS-TIER-OVERFLOW        PIC X       VALUE "N".
       01  WS-LAST-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-RUN-FUNCTION         PIC X       VALUE SPACE.
       01  WS-RUN-ALLOWED          PIC X       VALUE "Y".
       01  WS-I                    PIC 9(3)    VALUE ZERO.
       01  WS-J                    PIC 9(3)    VALUE ZERO.

       01  WS-TIER-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 200 TIMES
                                   INDEXED BY TIER-IDX.
               10  WS-TIER-CURRENCY    PIC X(3).
               10  WS-TIER-FLOOR       PIC 9(7).
               10  WS-TIER-FEE         PIC 9(3)V99.
               10  WS-TIER-PCT         PIC 9(2)V9(4).

       01  WS-BILL-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 500 TIMES
                                   INDEXED BY BILL-IDX.
               10  WS-BILL-BRANCH      PIC X(4).
               10  WS-BILL-CURRENCY    PIC X(3).
               10  WS-BILL-TRANS       PIC 9(7).
               10  WS-BILL-VALUE       PIC 9(9)V99.
               10  WS-BILL-FEE         PIC S9(9)V99.

       01  WS-SWAP-ENTRY.
           05  WS-SWAP-BRANCH      PIC X(4).
           05  WS-SWAP-CURRENCY    PIC X(3).
           05  WS-SWAP-TRANS       PIC 9(7).
           05  WS-SWAP-VALUE       PIC 9(9)V99.
           05  WS-SWAP-FEE         PIC S9(9)V99.

       01  WS-BM-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY OCCURS 50 TIMES
                                   INDEXED BY BM-IDX.
               10  WS-BM-CODE          PIC X(4).
               10  WS-BM-NAME          PIC X(20).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "BranchFeeBilling".
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
               "BRANCH SERVICE FEE INVOICES FOR: ".
           05  H-MONTH             PIC 9(6).

       01  WS-INVOICE-HEAD-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  I-BRANCH            PIC X(4).
           05  FILLER              PIC X       VALUE SPACE.
           05  I-NAME              PIC X(20).
           05  FILLER              PIC X(23)   VALUE
               "  FEE INVOICE FOR MONTH".
           05  FILLER              PIC X       VALUE SPACE.
           05  I-MONTH             PIC 9(6).

       01  WS-INVOICE-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  L-BRANCH            PIC X(4).
           05  FILLER              PIC X(6)    VALUE "  CUR:".
           05  L-CURRENCY          PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  TRANS:".
           05  L-TRANS             PIC ZZZZZZ9.
           05  FILLER              PIC X(8)    VALUE "  VALUE:".
           05  L-VALUE             PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(7)    VALUE "  TIER:".
           05  L-TIER              PIC ZZZZZZ9.
           05  FILLER              PIC X(6)    VALUE "  FEE:".
           05  L-FEE               PIC ZZZZZZZZ9.99.

       01  WS-RATE-DETAIL-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  D-BRANCH            PIC X(4).
           05  FILLER              PIC X(18)   VALUE
               "    PER TRANS AT: ".
           05  D-PER-TRAN          PIC ZZ9.99.
           05  FILLER              PIC X(3)    VALUE " = ".
           05  D-COUNT-FEE         PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(14)   VALUE "  VALUE AT %: ".
           05  D-VALUE-PCT         PIC Z9.9999.
           05  FILLER              PIC X(3)    VALUE " = ".
           05  D-VALUE-FEE         PIC ZZZZZZZZ9.99.

       01  WS-NO-TIER-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  N-BRANCH            PIC X(4).
           05  FILLER              PIC X(6)    VALUE "  CUR:".
           05  N-CURRENCY          PIC X(3).
           05  FILLER              PIC X(36)   VALUE
               "  NO FEE TIER ON SCHEDULE - UNBILLED".

       01  WS-INVOICE-END-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  E-BRANCH            PIC X(4).
           05  FILLER              PIC X(17)   VALUE
               "  END OF INVOICE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM REGISTER-RUN-CONTROL.
           PERFORM LOAD-BRANCH-MASTER.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM ACCUMULATE-BRANCH-VOLUMES.
           IF WS-BILL-OVERFLOW = "Y"
               DISPLAY "FEE BILLING TABLE CAPACITY EXCEEDED - STOPPED"
               PERFORM WRITE-JOB-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SORT-BILLING-TABLE.
           OPEN OUTPUT FEE-REPORT.
           PERFORM GET-REPORT-GENERATION.
           MOVE WS-RUN-MONTH TO H-MONTH.
           MOVE WS-HEADER-LINE TO WS-RPT-BUILD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRICE-BRANCH-ACTIVITY.
           IF WS-LAST-BRANCH NOT = SPACES
               MOVE WS-LAST-BRANCH TO E-BRANCH
               MOVE WS-INVOICE-END-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE FEE-REPORT.
           PERFORM WRITE-REPORT-INDEX.
           IF WS-GL-DETAIL-COUNT > 0
               PERFORM WRITE-FEE-POSTINGS
           END-IF.
           PERFORM COMPLETE-RUN-CONTROL.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-EXCP-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE-NUM / 100.

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

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER.
           IF WS-BRNCH-STATUS = "00"
               PERFORM UNTIL WS-BRNCH-STATUS NOT = "00"
                   READ BRANCH-MASTER NEXT RECORD
                       AT END
                           MOVE "10" TO WS-BRNCH-STATUS
                       NOT AT END
                           IF WS-BM-COUNT < 50
                               ADD 1 TO WS-BM-COUNT
                               SET BM-IDX TO WS-BM-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BM-CODE(BM-IDX)
                               MOVE BM-BRANCH-NAME
                                   TO WS-BM-NAME(BM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
           END-IF.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCHED-STATUS = "00"
               PERFORM UNTIL WS-FEESCHED-STATUS NOT = "00"
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-FEESCHED-STATUS
                       NOT AT END
                           PERFORM STORE-FEE-TIER
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               MOVE "LOAD-FEE-SCHEDULE" TO WS-ERR-PARAGRAPH
               MOVE "fee schedule not available, nothing billed"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-FEE-TIER.
           IF WS-TIER-COUNT < 200
               ADD 1 TO WS-TIER-COUNT
               SET TIER-IDX TO WS-TIER-COUNT
               MOVE FS-CURRENCY-CODE TO WS-TIER-CURRENCY(TIER-IDX)
               MOVE FS-TIER-FLOOR TO WS-TIER-FLOOR(TIER-IDX)
               MOVE FS-PER-TRAN-FEE TO WS-TIER-FEE(TIER-IDX)
               MOVE FS-VALUE-PCT TO WS-TIER-PCT(TIER-IDX)
           ELSE
               IF WS-TIER-OVERFLOW = "N"
                   MOVE "Y" TO WS-TIER-OVERFLOW
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE "STORE-FEE-TIER" TO WS-ERR-PARAGRAPH
                   MOVE "fee schedule table full, tiers dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       ACCUMULATE-BRANCH-VOLUMES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HIST-STATUS
                       NOT AT END
                           IF TH-DATE NUMERIC
                               COMPUTE WS-ROW-MONTH = TH-DATE / 100
                               IF WS-ROW-MONTH = WS-RUN-MONTH
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM STORE-BRANCH-VOLUME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               MOVE "ACCUMULATE-BRANCH-VOLUMES" TO WS-ERR-PARAGRAPH
               MOVE "transaction history not available, nothing billed"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-BRANCH-VOLUME.
           COMPUTE WS-PAIR-AMOUNT = TH-NUM1 + TH-NUM2.
           MOVE "N" TO WS-FOUND-SW.
           SET BILL-IDX TO 1.
           PERFORM UNTIL BILL-IDX > WS-BILL-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-BILL-BRANCH(BILL-IDX) = TH-BRANCH
                       AND WS-BILL-CURRENCY(BILL-IDX) = TH-CURRENCY
                   ADD 1 TO WS-BILL-TRANS(BILL-IDX)
                   ADD WS-PAIR-AMOUNT TO WS-BILL-VALUE(BILL-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET BILL-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-BILL-COUNT < 500
                   ADD 1 TO WS-BILL-COUNT
                   SET BILL-IDX TO WS-BILL-COUNT
                   MOVE TH-BRANCH TO WS-BILL-BRANCH(BILL-IDX)
                   MOVE TH-CURRENCY TO WS-BILL-CURRENCY(BILL-IDX)
                   MOVE 1 TO WS-BILL-TRANS(BILL-IDX)
                   MOVE WS-PAIR-AMOUNT TO WS-BILL-VALUE(BILL-IDX)
                   MOVE ZERO TO WS-BILL-FEE(BILL-IDX)
               ELSE
                   IF WS-BILL-OVERFLOW = "N"
                       MOVE "Y" TO WS-BILL-OVERFLOW
                       MOVE "STORE-BRANCH-VOLUME" TO WS-ERR-PARAGRAPH
                       MOVE "billing table full, run stopped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       SORT-BILLING-TABLE.
           MOVE 1 TO WS-I.
           PERFORM UNTIL WS-I >= WS-BILL-COUNT
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-BILL-COUNT
                   IF WS-BILL-BRANCH(WS-J) < WS-BILL-BRANCH(WS-I)
                       OR (WS-BILL-BRANCH(WS-J) =
                           WS-BILL-BRANCH(WS-I)
                           AND WS-BILL-CURRENCY(WS-J) <
                               WS-BILL-CURRENCY(WS-I))
                       MOVE WS-BILL-ENTRY(WS-I) TO WS-SWAP-ENTRY
                       MOVE WS-BILL-ENTRY(WS-J)
                           TO WS-BILL-ENTRY(WS-I)
                       MOVE WS-SWAP-ENTRY TO WS-BILL-ENTRY(WS-J)
                   END-IF
                   ADD 1 TO WS-J
               END-PERFORM
               ADD 1 TO WS-I
           END-PERFORM.

       PRICE-BRANCH-ACTIVITY.
           SET BILL-IDX TO 1.
           PERFORM UNTIL BILL-IDX > WS-BILL-COUNT
               IF WS-BILL-BRANCH(BILL-IDX) NOT = WS-LAST-BRANCH
                   PERFORM START-BRANCH-INVOICE
               END-IF
               PERFORM PRICE-ONE-CURRENCY
               SET BILL-IDX UP BY 1
           END-PERFORM.

       START-BRANCH-INVOICE.
           IF WS-LAST-BRANCH NOT = SPACES
               MOVE WS-LAST-BRANCH TO E-BRANCH
               MOVE WS-INVOICE-END-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-BILL-BRANCH(BILL-IDX) TO WS-LAST-BRANCH.
           MOVE WS-BILL-BRANCH(BILL-IDX) TO I-BRANCH.
           MOVE SPACES TO I-NAME.
           SET BM-IDX TO 1.
           PERFORM UNTIL BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE(BM-IDX) = WS-BILL-BRANCH(BILL-IDX)
                   MOVE WS-BM-NAME(BM-IDX) TO I-NAME
               END-IF
               SET BM-IDX UP BY 1
           END-PERFORM.
           MOVE WS-RUN-MONTH TO I-MONTH.
           MOVE WS-INVOICE-HEAD-LINE TO WS-RPT-BUILD.
           PERFORM WRITE-REPORT-LINE.

       PRICE-ONE-CURRENCY.
           PERFORM LOOK-UP-FEE-TIER.
           IF WS-TIER-FOUND = "N"
               MOVE WS-BILL-BRANCH(BILL-IDX) TO N-BRANCH
               MOVE WS-BILL-CURRENCY(BILL-IDX) TO N-CURRENCY
               MOVE WS-NO-TIER-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-EXCP-COUNT
               MOVE "PRICE-ONE-CURRENCY" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "no fee tier for " WS-BILL-CURRENCY(BILL-IDX)
                   " branch " WS-BILL-BRANCH(BILL-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               COMPUTE WS-COUNT-FEE ROUNDED =
                   WS-BILL-TRANS(BILL-IDX) * WS-TIER-PER-TRAN
               COMPUTE WS-VALUE-FEE ROUNDED =
                   WS-BILL-VALUE(BILL-IDX) * WS-TIER-VALUE-PCT / 100
               COMPUTE WS-TOTAL-FEE = WS-COUNT-FEE + WS-VALUE-FEE
               MOVE WS-TOTAL-FEE TO WS-BILL-FEE(BILL-IDX)
               MOVE WS-BILL-BRANCH(BILL-IDX) TO L-BRANCH
               MOVE WS-BILL-CURRENCY(BILL-IDX) TO L-CURRENCY
               MOVE WS-BILL-TRANS(BILL-IDX) TO L-TRANS
               MOVE WS-BILL-VALUE(BILL-IDX) TO L-VALUE
               MOVE WS-TIER-BEST-FLOOR TO L-TIER
               MOVE WS-TOTAL-FEE TO L-FEE
               MOVE WS-INVOICE-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               MOVE WS-BILL-BRANCH(BILL-IDX) TO D-BRANCH
               MOVE WS-TIER-PER-TRAN TO D-PER-TRAN
               MOVE WS-COUNT-FEE TO D-COUNT-FEE
               MOVE WS-TIER-VALUE-PCT TO D-VALUE-PCT
               MOVE WS-VALUE-FEE TO D-VALUE-FEE
               MOVE WS-RATE-DETAIL-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               IF WS-TOTAL-FEE NOT = ZERO
                   ADD 1 TO WS-GL-DETAIL-COUNT
               END-IF
           END-IF.

       LOOK-UP-FEE-TIER.
           MOVE "N" TO WS-TIER-FOUND.
           MOVE ZERO TO WS-TIER-BEST-FLOOR.
           MOVE ZERO TO WS-TIER-PER-TRAN.
           MOVE ZERO TO WS-TIER-VALUE-PCT.
           SET TIER-IDX TO 1.
           PERFORM UNTIL TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-CURRENCY(TIER-IDX) =
                       WS-BILL-CURRENCY(BILL-IDX)
                       AND WS-TIER-FLOOR(TIER-IDX) NOT >
                           WS-BILL-TRANS(BILL-IDX)
                       AND (WS-TIER-FOUND = "N"
                           OR WS-TIER-FLOOR(TIER-IDX) >
                               WS-TIER-BEST-FLOOR)
                   MOVE WS-TIER-FLOOR(TIER-IDX) TO WS-TIER-BEST-FLOOR
                   MOVE WS-TIER-FEE(TIER-IDX) TO WS-TIER-PER-TRAN
                   MOVE WS-TIER-PCT(TIER-IDX) TO WS-TIER-VALUE-PCT
                   MOVE "Y" TO WS-TIER-FOUND
               END-IF
               SET TIER-IDX UP BY 1
           END-PERFORM.

       GET-REPORT-GENERATION.
           MOVE 1 TO WS-RPT-GENERATION.
           OPEN INPUT REPORT-REPOSITORY.
           IF WS-REPO-STATUS = "00"
               PERFORM UNTIL WS-REPO-STATUS NOT = "00"
                   READ REPORT-REPOSITORY
                       AT END
                           MOVE "10" TO WS-REPO-STATUS
                       NOT AT END
                           IF RR-REPORT-ID = WS-RPT-ID
                                   AND RR-DATE = WS-RUN-DATE-NUM
                                   AND RR-GENERATION >=
                                       WS-RPT-GENERATION
                               COMPUTE WS-RPT-GENERATION =
                                   RR-GENERATION + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-REPOSITORY
           END-IF.
           MOVE "00" TO WS-REPO-STATUS.
           OPEN EXTEND REPORT-LIBRARY.
           IF WS-RPTLIB-STATUS NOT = "00"
               OPEN OUTPUT REPORT-LIBRARY
           END-IF.

       WRITE-REPORT-LINE.
           WRITE RPT-LINE FROM WS-RPT-BUILD.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE WS-RPT-ID TO RL-REPORT-ID.
           MOVE WS-RUN-DATE-NUM TO RL-DATE.
           MOVE WS-RPT-GENERATION TO RL-GENERATION.
           MOVE WS-RPT-BUILD TO RL-LINE.
           WRITE REPORT-LIBRARY-RECORD.

       WRITE-REPORT-INDEX.
           CLOSE REPORT-LIBRARY.
           OPEN EXTEND REPORT-REPOSITORY.
           IF WS-REPO-STATUS NOT = "00"
               OPEN OUTPUT REPORT-REPOSITORY
           END-IF.
           MOVE WS-RPT-ID TO RR-REPORT-ID.
           MOVE WS-RUN-DATE-NUM TO RR-DATE.
           MOVE WS-RPT-GENERATION TO RR-GENERATION.
           MOVE WS-RPT-LINE-COUNT TO RR-LINE-COUNT.
           WRITE REPORT-REPOSITORY-RECORD.
           CLOSE REPORT-REPOSITORY.

       WRITE-FEE-POSTINGS.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GLFEED-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           MOVE ZERO TO WS-GL-DETAIL-COUNT.
           MOVE ZERO TO WS-GL-HASH-TOTAL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-FEE-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           SET BILL-IDX TO 1.
           PERFORM UNTIL BILL-IDX > WS-BILL-COUNT
               PERFORM POST-ONE-FEE
               SET BILL-IDX UP BY 1
           END-PERFORM.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-FEE-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

       POST-ONE-FEE.
           IF WS-BILL-FEE(BILL-IDX) NOT = ZERO
               MOVE WS-BILL-BRANCH(BILL-IDX) TO WS-CHARGE-BRANCH
               MOVE "D" TO GL-RECORD-TYPE
               MOVE WS-RUN-DATE-NUM TO GL-DATE
               MOVE WS-CHARGE-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-BILL-CURRENCY(BILL-IDX) TO GL-CURRENCY-CODE
               MOVE WS-BILL-FEE(BILL-IDX) TO GL-AMOUNT
               MOVE ZERO TO GL-RECORD-COUNT
               MOVE ZERO TO GL-HASH-TOTAL
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD WS-BILL-FEE(BILL-IDX) TO WS-GL-HASH-TOTAL
               ADD 1 TO WS-POSTED-COUNT
               COMPUTE WS-CONTRA-AMOUNT = 0 - WS-BILL-FEE(BILL-IDX)
               MOVE "C" TO GL-RECORD-TYPE
               MOVE WS-RUN-DATE-NUM TO GL-DATE
               MOVE WS-INCOME-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE WS-BILL-CURRENCY(BILL-IDX) TO GL-CURRENCY-CODE
               MOVE WS-CONTRA-AMOUNT TO GL-AMOUNT
               MOVE ZERO TO GL-RECORD-COUNT
               MOVE ZERO TO GL-HASH-TOTAL
               WRITE GL-INTERFACE-RECORD
           END-IF.

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
