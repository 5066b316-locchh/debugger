       01  WS-RUN-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ROW-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ROW-REGION           PIC X(10)   VALUE SPACES.
       01  WS-ROW-ENTITY           PIC X(4)    VALUE SPACES.
       01  WS-NOMASTER-COUNT       PIC 9(3)    VALUE ZERO.

       01  WS-REG-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY        OCCURS 100 TIMES
                                       INDEXED BY REG-IDX.
               10  WS-REG-ENTITY   PIC X(4).
               10  WS-REG-NAME     PIC X(10).
               10  WS-REG-CURRENCY PIC X(3).
               10  WS-REG-MTD      PIC S9(9)V99.
                                   INDEXED BY BM-IDX.
               10  WS-BM-CODE          PIC X(4).
               10  WS-BM-REGION        PIC X(10).
               10  WS-BM-ENTITY        PIC X(4).

       01  WS-ENL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ENL-TABLE.
           05  WS-ENL-ENTITY       PIC X(4)    OCCURS 50 TIMES
                                       INDEXED BY ENL-IDX.

       01  WS-GRP-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY        OCCURS 10 TIMES
                                       INDEXED BY GRP-IDX.
               10  WS-GRP-CURRENCY PIC X(3).
               10  WS-GRP-MTD      PIC S9(9)V99.
               10  WS-GRP-ROWS     PIC 9(5).

       01  WS-MISS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-MISS-TABLE.
           05  FILLER              PIC X(7)    VALUE "  ROWS:".
           05  R-ROWS              PIC ZZZZ9.

       01  WS-ENTITY-LINE.
           05  FILLER              PIC X(8)    VALUE "ENTITY: ".
           05  E-ENTITY            PIC X(4).

       01  WS-GROUP-LINE.
           05  FILLER              PIC X(18)   VALUE
               "GROUP TOTAL   CUR:".
           05  G-CURRENCY          PIC X(3).
           05  FILLER              PIC X(6)    VALUE "  MTD:".
           05  G-MTD               PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(7)    VALUE "  ROWS:".
           05  G-ROWS              PIC ZZZZ9.

       01  WS-NOMASTER-LINE.
           05  FILLER              PIC X(8)    VALUE "EXCEPT: ".
           05  N-BRANCH            PIC X(4).
                                   TO WS-BM-CODE(BM-IDX)
                               MOVE BM-REGION
                                   TO WS-BM-REGION(BM-IDX)
                               MOVE BM-ENTITY
                                   TO WS-BM-ENTITY(BM-IDX)
                           END-IF
                   END-READ
               END-PERFORM

       STORE-REGION-ROW.
           MOVE SPACES TO WS-ROW-REGION.
           MOVE SPACES TO WS-ROW-ENTITY.
           MOVE "N" TO WS-FOUND-SW.
           SET BM-IDX TO 1.
           PERFORM UNTIL BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE(BM-IDX) = BT-BRANCH
                   MOVE WS-BM-REGION(BM-IDX) TO WS-ROW-REGION
                   MOVE WS-BM-ENTITY(BM-IDX) TO WS-ROW-ENTITY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET BM-IDX UP BY 1
               MOVE "*NOREGION*" TO WS-ROW-REGION
               PERFORM NOTE-MISSING-BRANCH
           END-IF.
           PERFORM NOTE-ROW-ENTITY.
           PERFORM ACCUMULATE-GROUP-TOTAL.
           MOVE "N" TO WS-FOUND-SW.
           SET REG-IDX TO 1.
           PERFORM UNTIL REG-IDX > WS-REG-COUNT
               IF WS-REG-ENTITY(REG-IDX) = WS-ROW-ENTITY
                       AND WS-REG-NAME(REG-IDX) = WS-ROW-REGION
                       AND WS-REG-CURRENCY(REG-IDX) = BT-CURRENCY
                   ADD BT-AMOUNT TO WS-REG-MTD(REG-IDX)
                   ADD 1 TO WS-REG-ROWS(REG-IDX)
           IF WS-FOUND-SW = "N" AND WS-REG-COUNT < 100
               ADD 1 TO WS-REG-COUNT
               SET REG-IDX TO WS-REG-COUNT
               MOVE WS-ROW-ENTITY TO WS-REG-ENTITY(REG-IDX)
               MOVE WS-ROW-REGION TO WS-REG-NAME(REG-IDX)
               MOVE BT-CURRENCY TO WS-REG-CURRENCY(REG-IDX)
               MOVE BT-AMOUNT TO WS-REG-MTD(REG-IDX)
               MOVE 1 TO WS-REG-ROWS(REG-IDX)
           END-IF.

       NOTE-ROW-ENTITY.
           MOVE "N" TO WS-FOUND-SW.
           SET ENL-IDX TO 1.
           PERFORM UNTIL ENL-IDX > WS-ENL-COUNT
               IF WS-ENL-ENTITY(ENL-IDX) = WS-ROW-ENTITY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET ENL-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-ENL-COUNT < 50
               ADD 1 TO WS-ENL-COUNT
               SET ENL-IDX TO WS-ENL-COUNT
               MOVE WS-ROW-ENTITY TO WS-ENL-ENTITY(ENL-IDX)
           END-IF.

       ACCUMULATE-GROUP-TOTAL.
           MOVE "N" TO WS-FOUND-SW.
           SET GRP-IDX TO 1.
           PERFORM UNTIL GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-CURRENCY(GRP-IDX) = BT-CURRENCY
                   ADD BT-AMOUNT TO WS-GRP-MTD(GRP-IDX)
                   ADD 1 TO WS-GRP-ROWS(GRP-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET GRP-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-GRP-COUNT < 10
               ADD 1 TO WS-GRP-COUNT
               SET GRP-IDX TO WS-GRP-COUNT
               MOVE BT-CURRENCY TO WS-GRP-CURRENCY(GRP-IDX)
               MOVE BT-AMOUNT TO WS-GRP-MTD(GRP-IDX)
               MOVE 1 TO WS-GRP-ROWS(GRP-IDX)
           END-IF.

       NOTE-MISSING-BRANCH.
           MOVE "N" TO WS-FOUND-SW.
           SET MISS-IDX TO 1.
           MOVE "N" TO WS-FOUND-SW.

       WRITE-REGION-ROLLUP.
           SET ENL-IDX TO 1.
           PERFORM UNTIL ENL-IDX > WS-ENL-COUNT
               MOVE WS-ENL-ENTITY(ENL-IDX) TO E-ENTITY
               WRITE RPT-LINE FROM WS-ENTITY-LINE
               SET REG-IDX TO 1
               PERFORM UNTIL REG-IDX > WS-REG-COUNT
                   IF WS-REG-ENTITY(REG-IDX) = WS-ENL-ENTITY(ENL-IDX)
                       MOVE WS-REG-NAME(REG-IDX) TO R-REGION
                       MOVE WS-REG-CURRENCY(REG-IDX) TO R-CURRENCY
                       MOVE WS-REG-MTD(REG-IDX) TO R-MTD
                       MOVE WS-REG-ROWS(REG-IDX) TO R-ROWS
                       WRITE RPT-LINE FROM WS-REGION-LINE
                   END-IF
                   SET REG-IDX UP BY 1
               END-PERFORM
               SET ENL-IDX UP BY 1
           END-PERFORM.
           SET GRP-IDX TO 1.
           PERFORM UNTIL GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-CURRENCY(GRP-IDX) TO G-CURRENCY
               MOVE WS-GRP-MTD(GRP-IDX) TO G-MTD
               MOVE WS-GRP-ROWS(GRP-IDX) TO G-ROWS
               WRITE RPT-LINE FROM WS-GROUP-LINE
               SET GRP-IDX UP BY 1
           END-PERFORM.

       WRITE-MISSING-BRANCHES.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-NOMASTER-COUNT TO JA-REJECT-COUNT.
           MOVE WS-REG-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
