               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           05  TH-NUM2             PIC 9(3)V99.
           05  TH-DATE             PIC 9(8).
           05  TH-TYPE             PIC X.
           05  TH-CPTY-BRANCH      PIC X(4).
           05  TH-ORIG-KEY         PIC 9(6).

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
       01  WS-RBLDCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-BAL-STATUS           PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS         PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8)    VALUE 99999999.
       01  WS-PAIR-SUM             PIC 9(4)V99 VALUE ZERO.
       01  WS-SIGNED-SUM           PIC S9(5)V99 VALUE ZERO.
       01  WS-ROW-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-ROW-ENTITY           PIC X(4)    VALUE SPACES.
       01  WS-VARIANCE             PIC S9(9)V99 VALUE ZERO.
       01  WS-ABS-VARIANCE         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOLERANCE            PIC 9(3)    VALUE 5.
               10  WS-MT-DATE      PIC 9(8).
               10  WS-MT-CURRENCY  PIC X(3).
               10  WS-MT-AMOUNT    PIC S9(8)V99.
               10  WS-MT-ENTITY    PIC X(4).

       01  WS-BM-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY         OCCURS 50 TIMES
                                       INDEXED BY BM-IDX.
               10  WS-BM-CODE      PIC X(4).
               10  WS-BM-ENTITY    PIC X(4).

       01  WS-BC-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-BC-TABLE.
           05  R-CURRENCY          PIC X(3).
           05  FILLER              PIC X(9)    VALUE "  TOTAL: ".
           05  R-AMOUNT            PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  ENTITY: ".
           05  R-ENTITY            PIC X(4).

       01  WS-PROOF-NOTE-LINE      PIC X(50)   VALUE
           "PROOF: RUN-DATE HISTORY VERSUS BALFILE DAY CONTROL".
           PERFORM GET-RUN-DATE.
           PERFORM GET-REBUILD-CONTROL.
           PERFORM LOAD-REVERSED-DATES.
           PERFORM LOAD-BRANCH-MASTER.
           PERFORM ACCUMULATE-FROM-HISTORY.
           PERFORM READ-CONTROL-TOTALS.
           OPEN OUTPUT REBUILD-REPORT.
               CLOSE REVERSED-DATE-FILE
           END-IF.

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
                               MOVE BM-ENTITY
                                   TO WS-BM-ENTITY(BM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
           ELSE
               MOVE "LOAD-BRANCH-MASTER" TO WS-ERR-PARAGRAPH
               MOVE "branch master not available" TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       LOOK-UP-ROW-ENTITY.
           MOVE SPACES TO WS-ROW-ENTITY.
           SET BM-IDX TO 1.
           PERFORM UNTIL BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE(BM-IDX) = WS-ROW-BRANCH
                   MOVE WS-BM-ENTITY(BM-IDX) TO WS-ROW-ENTITY
               END-IF
               SET BM-IDX UP BY 1
           END-PERFORM.

       CHECK-ROW-REVERSED.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.

       ACCUMULATE-ONE-DETAIL.
           ADD TH-NUM1 TH-NUM2 GIVING WS-PAIR-SUM.
           MOVE TH-BRANCH TO WS-ROW-BRANCH.
           IF TH-TYPE = "C" OR TH-TYPE = "R" OR TH-TYPE = "T"
               COMPUTE WS-SIGNED-SUM = 0 - WS-PAIR-SUM
           ELSE
               MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
           END-IF.
           PERFORM ACCUMULATE-ONE-LEG.
           IF TH-TYPE = "T"
               MOVE TH-CPTY-BRANCH TO WS-ROW-BRANCH
               MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
               PERFORM ACCUMULATE-ONE-LEG
           END-IF.

       ACCUMULATE-ONE-LEG.
           IF TH-DATE >= WS-FROM-DATE
                   AND TH-DATE <= WS-TO-DATE
               PERFORM ACCUMULATE-CURRENCY-ROW
           END-IF.

       ACCUMULATE-CURRENCY-ROW.
           PERFORM LOOK-UP-ROW-ENTITY.
           MOVE "N" TO WS-FOUND-SW.
           SET MT-IDX TO 1.
           PERFORM UNTIL MT-IDX > WS-MT-COUNT
               IF WS-MT-DATE(MT-IDX) = TH-DATE
                       AND WS-MT-CURRENCY(MT-IDX) = TH-CURRENCY
                       AND WS-MT-ENTITY(MT-IDX) = WS-ROW-ENTITY
                   ADD WS-SIGNED-SUM TO WS-MT-AMOUNT(MT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               MOVE TH-DATE TO WS-MT-DATE(MT-IDX)
               MOVE TH-CURRENCY TO WS-MT-CURRENCY(MT-IDX)
               MOVE WS-SIGNED-SUM TO WS-MT-AMOUNT(MT-IDX)
               MOVE WS-ROW-ENTITY TO WS-MT-ENTITY(MT-IDX)
           END-IF.

       ACCUMULATE-BRANCH-ROW.
           SET BC-IDX TO 1.
           PERFORM UNTIL BC-IDX > WS-BC-COUNT
               IF WS-BC-DATE(BC-IDX) = TH-DATE
                       AND WS-BC-BRANCH(BC-IDX) = WS-ROW-BRANCH
                       AND WS-BC-CURRENCY(BC-IDX) = TH-CURRENCY
                   ADD WS-SIGNED-SUM TO WS-BC-AMOUNT(BC-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ADD 1 TO WS-BC-COUNT
               SET BC-IDX TO WS-BC-COUNT
               MOVE TH-DATE TO WS-BC-DATE(BC-IDX)
               MOVE WS-ROW-BRANCH TO WS-BC-BRANCH(BC-IDX)
               MOVE TH-CURRENCY TO WS-BC-CURRENCY(BC-IDX)
               MOVE WS-SIGNED-SUM TO WS-BC-AMOUNT(BC-IDX)
           END-IF.
               MOVE WS-MT-CURRENCY(MT-IDX) TO MT-CURRENCY-CODE
               MOVE WS-MT-AMOUNT(MT-IDX) TO MT-RESULT
               MOVE SPACE TO MT-REVERSAL-FLAG
               MOVE WS-MT-ENTITY(MT-IDX) TO MT-ENTITY
               WRITE MONTHLY-TOTAL-RECORD
               ADD 1 TO WS-WRITE-COUNT
               ADD 1 TO WS-MT-OUT-COUNT
               MOVE WS-MT-DATE(MT-IDX) TO R-DATE
               MOVE WS-MT-CURRENCY(MT-IDX) TO R-CURRENCY
               MOVE WS-MT-AMOUNT(MT-IDX) TO R-AMOUNT
               MOVE WS-MT-ENTITY(MT-IDX) TO R-ENTITY
               WRITE RPT-LINE FROM WS-ROW-LINE
               SET MT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-MISMATCH-COUNT TO JA-REJECT-COUNT.
           MOVE WS-WRITE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
