               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTLIB-STATUS.

           SELECT TRANSFER-LEG-FILE ASSIGN TO "IBTLEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBTLEG-STATUS.

           SELECT SUBLEDGER-FILE ASSIGN TO "SUBLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  AM-CURRENCY         PIC X(3).
           05  AM-ACCOUNT          PIC X(10).
           05  AM-CONTRA-ACCOUNT   PIC X(10).
           05  AM-ACCOUNT-CLASS    PIC X.
           05  AM-CONTRA-CLASS     PIC X.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           05  RL-GENERATION       PIC 9(4).
           05  RL-LINE             PIC X(100).

       FD  TRANSFER-LEG-FILE.
       01  TRANSFER-LEG-RECORD.
           COPY IBTLEG.

       FD  SUBLEDGER-FILE.
       01  SUBLEDGER-RECORD.
           COPY SUBLEDG.

       WORKING-STORAGE SECTION.

       01  WS-REPO-STATUS      PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS     PIC X(2)    VALUE "00".
       01  WS-ACCMAP-STATUS    PIC X(2)    VALUE "00".
       01  WS-BRTOT-STATUS     PIC X(2)    VALUE "00".
       01  WS-IBTLEG-STATUS    PIC X(2)    VALUE "00".
       01  WS-SUBLDG-STATUS    PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH       PIC X       VALUE "N".
       01  WS-PAIR-SUM         PIC 9(4)V99 VALUE ZERO.
       01  WS-SIGNED-SUM       PIC S9(5)V99 VALUE ZERO.
       01  WS-EXCP-COUNT       PIC 9(5)    VALUE ZERO.
       01  RESULT              PIC S9(9)V99 VALUE ZERO.
       01  WS-RESULT-OVERFLOW  PIC X       VALUE "N".
       01  WS-POST-BRANCH      PIC X(4)    VALUE SPACES.
       01  WS-POST-OUT-LEG     PIC X       VALUE "Y".
       01  WS-POST-IN-LEG      PIC X       VALUE "N".
       01  WS-LEG-DIRECTION    PIC X       VALUE SPACE.
       01  WS-CLOSED-BRANCH    PIC X(4)    VALUE SPACES.

       01  WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 100.
       01  WS-LAST-CKPT-KEY    PIC 9(6)    VALUE ZERO.
               10  WS-BM-CODE          PIC X(4).
               10  WS-BM-NAME          PIC X(20).
               10  WS-BM-STATUS        PIC X.
               10  WS-BM-ENTITY        PIC X(4).

       01  WS-LOOKUP-BRANCH    PIC X(4)    VALUE SPACES.
       01  WS-LOOKUP-ENTITY    PIC X(4)    VALUE SPACES.
       01  WS-GL-ENTITY        PIC X(4)    VALUE SPACES.

       01  WS-ENTCUR-COUNT     PIC 9(3)    VALUE ZERO.
       01  WS-ENTCUR-FOUND     PIC X       VALUE "N".
       01  WS-ENTCUR-TABLE.
           05  WS-ENTCUR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY EC-IDX.
               10  WS-ENTCUR-ENTITY    PIC X(4).
               10  WS-ENTCUR-CURRENCY  PIC X(3).
               10  WS-ENTCUR-TOTAL     PIC S9(8)V99.
               10  WS-ENTCUR-SPLIT     PIC X.

       01  WS-GLENT-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-GLENT-FOUND      PIC X       VALUE "N".
       01  WS-GLENT-TABLE.
           05  WS-GLENT-CODE   PIC X(4)    OCCURS 50 TIMES
                                   INDEXED BY GE-IDX.

       01  WS-CURRENCY-COUNT   PIC 9(3)    VALUE ZERO.
       01  WS-CURRENCY-FOUND   PIC X       VALUE "N".
               10  WS-MAP-GL-ACCOUNT   PIC X(10).
               10  WS-MAP-GL-CONTRA    PIC X(10).

       01  WS-SL-BLOCK-OPEN    PIC X       VALUE "N".
       01  WS-SL-LINE-COUNT    PIC 9(7)    VALUE ZERO.
       01  WS-SL-HASH-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-SL-ACCOUNT       PIC X(10)   VALUE SPACES.
       01  WS-SL-RATE          PIC 9(3)V9(6) VALUE ZERO.
       01  WS-SL-RATE-EFF      PIC 9(8)    VALUE ZERO.
       01  WS-SLB-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-SLB-TABLE.
           05  WS-SLB-LINE     PIC X(80)   OCCURS 201 TIMES
                                   INDEXED BY SLB-IDX.

       01  WS-POSMSTR-STATUS   PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS      PIC X(2)    VALUE "00".
       01  WS-POS-FOUND        PIC X       VALUE "N".
       01  WS-TO-BRANCH        PIC X(4)    VALUE SPACES.
       01  WS-PERIOD-CLOSED    PIC X       VALUE "N".
       01  WS-CHECK-MONTH      PIC 9(6)    VALUE ZERO.
       01  WS-CHECK-YEAR-ROW   PIC 9(6)    VALUE ZERO.
       01  WS-YEAR-CLOSED      PIC X       VALUE "N".
       01  WS-PER-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 60 TIMES
           05  XP-SEQ          PIC ZZZZZ9.
           05  FILLER          PIC X(8)    VALUE "  DATE: ".
           05  XP-DATE         PIC 9(8).
           05  XP-REASON       PIC X(26)   VALUE
               "  PERIOD CLOSED - REJECTED".

       01  WS-CLOSED-LINE.
           OPEN OUTPUT SUM-REPORT.
           PERFORM GET-REPORT-GENERATION.
           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-TRIAL-MODE = "N"
               OPEN EXTEND TRANSFER-LEG-FILE
               IF WS-IBTLEG-STATUS NOT = "00"
                   OPEN OUTPUT TRANSFER-LEG-FILE
               END-IF
           END-IF.
           OPEN OUTPUT POSITION-REPORT.
           OPEN EXTEND SUBLEDGER-FILE.
           IF WS-SUBLDG-STATUS NOT = "00"
               OPEN OUTPUT SUBLEDGER-FILE
           END-IF.
           MOVE WS-RUN-DATE-NUM TO PH-DATE.
           WRITE POS-LINE FROM WS-POS-HEADER-LINE.
           PERFORM WRITE-REPORT-HEADER.
           END-IF.
           CLOSE EXCEPTION-REPORT.
           CLOSE POSITION-REPORT.
           CLOSE SUBLEDGER-FILE.
           IF WS-TRIAL-MODE = "N"
               CLOSE TRANSFER-LEG-FILE
               CLOSE CHECKPOINT-FILE
               PERFORM RESET-CHECKPOINT-FILE
               PERFORM WRITE-JOB-AUDIT-RECORD
               PERFORM WRITE-DATE-BLOCK-HEADER
           END-IF.
           ADD TRAN-NUM1 TRAN-NUM2 GIVING WS-PAIR-SUM.
           ADD 1 TO WS-DETAIL-COUNT.
           IF TRAN-TYPE = "T"
               PERFORM POST-TRANSFER-LEGS
           ELSE
               MOVE TRAN-BRANCH TO WS-POST-BRANCH
               IF TRAN-TYPE = "C" OR TRAN-TYPE = "R"
                   COMPUTE WS-SIGNED-SUM = 0 - WS-PAIR-SUM
                   ADD WS-PAIR-SUM TO WS-CREDIT-TOTAL
               ELSE
                   MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
                   ADD WS-PAIR-SUM TO WS-DEBIT-TOTAL
               END-IF
               PERFORM POST-ONE-AMOUNT
           END-IF.
           MOVE TRAN-KEY TO WS-LAST-CKPT-KEY.
           COMPUTE WS-CKPT-REM =
               FUNCTION MOD(WS-DETAIL-COUNT
               WS-CHECKPOINT-INTERVAL).
           IF WS-CKPT-REM = 0 AND WS-TRIAL-MODE = "N"
               PERFORM WRITE-CHECKPOINT-RECORD
           END-IF.

       POST-ONE-AMOUNT.
           MOVE "N" TO WS-RESULT-OVERFLOW.
           ADD WS-SIGNED-SUM TO RESULT
               ON SIZE ERROR
               PERFORM ACCUMULATE-BRANCH-SUBTOTAL
               PERFORM ACCUMULATE-CURRENCY-SUBTOTAL
               PERFORM ACCUMULATE-BRANCH-CURRENCY
               PERFORM BUFFER-SUBLEDGER-LINE
               ADD WS-SIGNED-SUM TO WS-GRAND-TOTAL
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

       POST-TRANSFER-LEGS.
           IF WS-POST-OUT-LEG = "Y"
               MOVE TRAN-BRANCH TO WS-POST-BRANCH
               COMPUTE WS-SIGNED-SUM = 0 - WS-PAIR-SUM
               ADD WS-PAIR-SUM TO WS-CREDIT-TOTAL
               MOVE "O" TO WS-LEG-DIRECTION
               PERFORM POST-ONE-AMOUNT
               PERFORM WRITE-TRANSFER-LEG
           END-IF.
           IF WS-POST-IN-LEG = "Y"
               MOVE TRAN-CPTY-BRANCH TO WS-POST-BRANCH
               MOVE WS-PAIR-SUM TO WS-SIGNED-SUM
               ADD WS-PAIR-SUM TO WS-DEBIT-TOTAL
               MOVE "I" TO WS-LEG-DIRECTION
               PERFORM POST-ONE-AMOUNT
               PERFORM WRITE-TRANSFER-LEG
           END-IF.

       WRITE-TRANSFER-LEG.
           IF WS-TRIAL-MODE = "N" AND WS-RESULT-OVERFLOW = "N"
               MOVE SPACES TO TRANSFER-LEG-RECORD
               MOVE WS-RUN-DATE-NUM TO IL-RUN-DATE
               MOVE WS-EFF-DATE TO IL-DATE
               MOVE TRAN-KEY TO IL-TRAN-KEY
               MOVE WS-LEG-DIRECTION TO IL-DIRECTION
               MOVE WS-POST-BRANCH TO IL-BRANCH
               IF WS-LEG-DIRECTION = "O"
                   MOVE TRAN-CPTY-BRANCH TO IL-CPTY-BRANCH
               ELSE
                   MOVE TRAN-BRANCH TO IL-CPTY-BRANCH
               END-IF
               MOVE TRAN-CURRENCY TO IL-CURRENCY
               MOVE WS-SIGNED-SUM TO IL-AMOUNT
               MOVE IL-BRANCH TO WS-LOOKUP-BRANCH
               PERFORM LOOK-UP-BRANCH-ENTITY
               MOVE WS-LOOKUP-ENTITY TO IL-ENTITY
               MOVE IL-CPTY-BRANCH TO WS-LOOKUP-BRANCH
               PERFORM LOOK-UP-BRANCH-ENTITY
               MOVE WS-LOOKUP-ENTITY TO IL-CPTY-ENTITY
               IF IL-ENTITY NOT = IL-CPTY-ENTITY
                   MOVE "E" TO IL-ELIM-FLAG
               ELSE
                   MOVE SPACE TO IL-ELIM-FLAG
               END-IF
               WRITE TRANSFER-LEG-RECORD
           END-IF.

       GET-TRIAL-MODE.

       CHECK-BRANCH-RANGE.
           MOVE "Y" TO WS-IN-RANGE.
           MOVE "Y" TO WS-POST-OUT-LEG.
           MOVE "N" TO WS-POST-IN-LEG.
           IF TRAN-TYPE = "T"
               MOVE "Y" TO WS-POST-IN-LEG
           END-IF.
           IF WS-RANGE-ACTIVE = "Y"
               IF TRAN-BRANCH < WS-FROM-BRANCH
                       OR TRAN-BRANCH > WS-TO-BRANCH
                   MOVE "N" TO WS-POST-OUT-LEG
               END-IF
               IF TRAN-CPTY-BRANCH < WS-FROM-BRANCH
                       OR TRAN-CPTY-BRANCH > WS-TO-BRANCH
                   MOVE "N" TO WS-POST-IN-LEG
               END-IF
               IF WS-POST-OUT-LEG = "N" AND WS-POST-IN-LEG = "N"
                   MOVE "N" TO WS-IN-RANGE
               END-IF
           END-IF.
       RESTORE-EPOCH-HEADER.
           MOVE CKPT-LAST-KEY TO WS-LAST-CKPT-KEY.
           MOVE CKPT-TRAN-DATE TO WS-CURRENT-TRAN-DATE.
           IF CKPT-TRAN-DATE = ZERO
               MOVE "N" TO WS-SL-BLOCK-OPEN
           ELSE
               MOVE "Y" TO WS-SL-BLOCK-OPEN
           END-IF.
           MOVE ZERO TO WS-SL-LINE-COUNT.
           MOVE ZERO TO WS-SL-HASH-TOTAL.
           MOVE ZERO TO WS-CURRENCY-COUNT.
           MOVE ZERO TO WS-BRCUR-COUNT.
           MOVE ZERO TO WS-BRANCH-COUNT.
           IF CKPT-CURRENCY-CODE = "CR"
               MOVE CKPT-RESULT TO WS-CREDIT-TOTAL
           END-IF.
           IF CKPT-CURRENCY-CODE = "SL"
               MOVE CKPT-RESULT TO WS-SL-LINE-COUNT
           END-IF.
           IF CKPT-CURRENCY-CODE = "SH"
               MOVE CKPT-RESULT TO WS-SL-HASH-TOTAL
           END-IF.

       RESTORE-CURRENCY-FROM-CHECKPOINT.
           MOVE "N" TO WS-CURRENCY-FOUND.
           END-IF.

       WRITE-CHECKPOINT-RECORD.
           PERFORM FLUSH-SUBLEDGER-BUFFER.
           MOVE SPACES TO CKPT-RECORD.
           MOVE WS-RUN-DATE-NUM TO CKPT-RUN-DATE.
           MOVE "H" TO CKPT-RECORD-TYPE.
           MOVE "CR" TO CKPT-CURRENCY-CODE.
           MOVE WS-CREDIT-TOTAL TO CKPT-RESULT.
           WRITE CKPT-RECORD.
           MOVE WS-RUN-DATE-NUM TO CKPT-RUN-DATE.
           MOVE "T" TO CKPT-RECORD-TYPE.
           MOVE WS-LAST-CKPT-KEY TO CKPT-LAST-KEY.
           MOVE WS-CURRENT-TRAN-DATE TO CKPT-TRAN-DATE.
           MOVE SPACES TO CKPT-BRANCH-CODE.
           MOVE "SL" TO CKPT-CURRENCY-CODE.
           MOVE WS-SL-LINE-COUNT TO CKPT-RESULT.
           WRITE CKPT-RECORD.
           MOVE WS-RUN-DATE-NUM TO CKPT-RUN-DATE.
           MOVE "T" TO CKPT-RECORD-TYPE.
           MOVE WS-LAST-CKPT-KEY TO CKPT-LAST-KEY.
           MOVE WS-CURRENT-TRAN-DATE TO CKPT-TRAN-DATE.
           MOVE SPACES TO CKPT-BRANCH-CODE.
           MOVE "SH" TO CKPT-CURRENCY-CODE.
           MOVE WS-SL-HASH-TOTAL TO CKPT-RESULT.
           WRITE CKPT-RECORD.

       RESET-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CURRENT-TRAN-DATE TO DB-DATE.
           MOVE WS-DATE-BLOCK-LINE TO WS-RPT-BUILD
           PERFORM WRITE-REPORT-LINE.
           IF WS-SL-BLOCK-OPEN = "N"
               PERFORM WRITE-SUBLEDGER-HEADER
           END-IF.

       END-OF-DATE-BREAK.
           PERFORM WRITE-BRANCH-SUBTOTALS.
           PERFORM WRITE-BRANCH-TOTALS-RECORD.
           PERFORM WRITE-POSITION-RECORDS.
           PERFORM WRITE-GL-INTERFACE-RECORD.
           PERFORM WRITE-SUBLEDGER-TRAILER.
           PERFORM WRITE-BASE-GL-RECORD.
           PERFORM RESET-DATE-ACCUMULATORS.
           IF WS-TRIAL-MODE = "N"
       WRITE-REPORT-DETAIL.
           MOVE WS-DETAIL-COUNT TO D-SEQ.
           MOVE WS-PAIR-SUM TO D-AMOUNT.
           MOVE WS-POST-BRANCH TO D-BRANCH.
           MOVE TRAN-TYPE TO D-TYPE.
           MOVE WS-DETAIL-LINE TO WS-RPT-BUILD
           PERFORM WRITE-REPORT-LINE.
           MOVE "N" TO WS-BRANCH-FOUND.
           SET BR-IDX TO 1.
           PERFORM UNTIL BR-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE(BR-IDX) = WS-POST-BRANCH
                   ADD WS-SIGNED-SUM TO WS-BRANCH-TOTAL(BR-IDX)
                       ON SIZE ERROR
                           MOVE "BRANCH-SUBTOTAL" TO WS-ERR-PARAGRAPH
           IF WS-BRANCH-FOUND = "N" AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               SET BR-IDX TO WS-BRANCH-COUNT
               MOVE WS-POST-BRANCH TO WS-BRANCH-CODE(BR-IDX)
               MOVE WS-SIGNED-SUM TO WS-BRANCH-TOTAL(BR-IDX)
           END-IF.

           END-IF.
           MOVE ZERO TO WS-MT-BLOCK-COUNT.
           MOVE ZERO TO WS-MT-BLOCK-HASH.
           PERFORM BUILD-ENTITY-CURRENCY-TOTALS.
           SET EC-IDX TO 1.
           PERFORM UNTIL EC-IDX > WS-ENTCUR-COUNT
               IF WS-ENTCUR-ENTITY(EC-IDX) NOT = SPACES
                       OR WS-ENTCUR-TOTAL(EC-IDX) NOT = ZERO
                       OR WS-ENTCUR-SPLIT(EC-IDX) = "N"
                   MOVE SPACES TO MONTHLY-TOTAL-RECORD
                   MOVE WS-CURRENT-TRAN-DATE TO MT-DATE
                   MOVE WS-ENTCUR-CURRENCY(EC-IDX)
                       TO MT-CURRENCY-CODE
                   MOVE WS-ENTCUR-TOTAL(EC-IDX) TO MT-RESULT
                   MOVE SPACE TO MT-REVERSAL-FLAG
                   MOVE WS-ENTCUR-ENTITY(EC-IDX) TO MT-ENTITY
                   WRITE MONTHLY-TOTAL-RECORD
                   ADD 1 TO WS-MT-BLOCK-COUNT
                   ADD WS-ENTCUR-TOTAL(EC-IDX) TO WS-MT-BLOCK-HASH
               END-IF
               SET EC-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO WS-TRAILER-WORK.
           MOVE "TRLR" TO FT-TAG.
           WRITE MONTHLY-TOTAL-RECORD FROM WS-TRAILER-WORK.
           CLOSE MONTHLY-TOTALS-FILE.

       BUILD-ENTITY-CURRENCY-TOTALS.
           MOVE ZERO TO WS-ENTCUR-COUNT.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-CURRENCY-COUNT
               ADD 1 TO WS-ENTCUR-COUNT
               SET EC-IDX TO WS-ENTCUR-COUNT
               MOVE SPACES TO WS-ENTCUR-ENTITY(EC-IDX)
               MOVE WS-CURRENCY-CODE(CUR-IDX)
                   TO WS-ENTCUR-CURRENCY(EC-IDX)
               MOVE WS-CURRENCY-TOTAL(CUR-IDX)
                   TO WS-ENTCUR-TOTAL(EC-IDX)
               MOVE "N" TO WS-ENTCUR-SPLIT(EC-IDX)
               SET CUR-IDX UP BY 1
           END-PERFORM.
           SET BC-IDX TO 1.
           PERFORM UNTIL BC-IDX > WS-BRCUR-COUNT
               MOVE WS-BRCUR-BRANCH(BC-IDX) TO WS-LOOKUP-BRANCH
               PERFORM LOOK-UP-BRANCH-ENTITY
               IF WS-LOOKUP-ENTITY NOT = SPACES
                   PERFORM MOVE-TO-ENTITY-TOTAL
               END-IF
               SET BC-IDX UP BY 1
           END-PERFORM.

       MOVE-TO-ENTITY-TOTAL.
           SET EC-IDX TO 1.
           PERFORM UNTIL EC-IDX > WS-ENTCUR-COUNT
               IF WS-ENTCUR-ENTITY(EC-IDX) = SPACES
                       AND WS-ENTCUR-CURRENCY(EC-IDX) =
                           WS-BRCUR-CURRENCY(BC-IDX)
                   SUBTRACT WS-BRCUR-TOTAL(BC-IDX)
                       FROM WS-ENTCUR-TOTAL(EC-IDX)
                   MOVE "Y" TO WS-ENTCUR-SPLIT(EC-IDX)
               END-IF
               SET EC-IDX UP BY 1
           END-PERFORM.
           MOVE "N" TO WS-ENTCUR-FOUND.
           SET EC-IDX TO 1.
           PERFORM UNTIL EC-IDX > WS-ENTCUR-COUNT
               IF WS-ENTCUR-ENTITY(EC-IDX) = WS-LOOKUP-ENTITY
                       AND WS-ENTCUR-CURRENCY(EC-IDX) =
                           WS-BRCUR-CURRENCY(BC-IDX)
                   ADD WS-BRCUR-TOTAL(BC-IDX)
                       TO WS-ENTCUR-TOTAL(EC-IDX)
                   MOVE "Y" TO WS-ENTCUR-FOUND
               END-IF
               SET EC-IDX UP BY 1
           END-PERFORM.
           IF WS-ENTCUR-FOUND = "N" AND WS-ENTCUR-COUNT < 100
               ADD 1 TO WS-ENTCUR-COUNT
               SET EC-IDX TO WS-ENTCUR-COUNT
               MOVE WS-LOOKUP-ENTITY TO WS-ENTCUR-ENTITY(EC-IDX)
               MOVE WS-BRCUR-CURRENCY(BC-IDX)
                   TO WS-ENTCUR-CURRENCY(EC-IDX)
               MOVE WS-BRCUR-TOTAL(BC-IDX) TO WS-ENTCUR-TOTAL(EC-IDX)
               MOVE "Y" TO WS-ENTCUR-SPLIT(EC-IDX)
           END-IF.

       LOOK-UP-BRANCH-ENTITY.
           MOVE SPACES TO WS-LOOKUP-ENTITY.
           SET BM-IDX TO 1.
           PERFORM UNTIL BM-IDX > WS-BM-COUNT
               IF WS-BM-CODE(BM-IDX) = WS-LOOKUP-BRANCH
                   MOVE WS-BM-ENTITY(BM-IDX) TO WS-LOOKUP-ENTITY
               END-IF
               SET BM-IDX UP BY 1
           END-PERFORM.

       WRITE-BRANCH-TOTALS-RECORD.
           OPEN EXTEND BRANCH-TOTALS-FILE.
           IF WS-BRTOT-STATUS NOT = "00"
           IF WS-GLFEED-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           PERFORM BUILD-GL-ENTITY-LIST.
           SET GE-IDX TO 1.
           PERFORM UNTIL GE-IDX > WS-GLENT-COUNT
               MOVE WS-GLENT-CODE(GE-IDX) TO WS-GL-ENTITY
               PERFORM WRITE-ENTITY-GL-BLOCK
               SET GE-IDX UP BY 1
           END-PERFORM.
           CLOSE GL-INTERFACE-FILE.

       BUILD-GL-ENTITY-LIST.
           MOVE ZERO TO WS-GLENT-COUNT.
           SET BC-IDX TO 1.
           PERFORM UNTIL BC-IDX > WS-BRCUR-COUNT
               MOVE WS-BRCUR-BRANCH(BC-IDX) TO WS-LOOKUP-BRANCH
               PERFORM LOOK-UP-BRANCH-ENTITY
               MOVE "N" TO WS-GLENT-FOUND
               SET GE-IDX TO 1
               PERFORM UNTIL GE-IDX > WS-GLENT-COUNT
                   IF WS-GLENT-CODE(GE-IDX) = WS-LOOKUP-ENTITY
                       MOVE "Y" TO WS-GLENT-FOUND
                   END-IF
                   SET GE-IDX UP BY 1
               END-PERFORM
               IF WS-GLENT-FOUND = "N" AND WS-GLENT-COUNT < 50
                   ADD 1 TO WS-GLENT-COUNT
                   SET GE-IDX TO WS-GLENT-COUNT
                   MOVE WS-LOOKUP-ENTITY TO WS-GLENT-CODE(GE-IDX)
               END-IF
               SET BC-IDX UP BY 1
           END-PERFORM.
           IF WS-GLENT-COUNT = 0
               MOVE 1 TO WS-GLENT-COUNT
               MOVE SPACES TO WS-GLENT-CODE(1)
           END-IF.

       WRITE-ENTITY-GL-BLOCK.
           MOVE ZERO TO WS-GL-DETAIL-COUNT.
           MOVE ZERO TO WS-GL-HASH-TOTAL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE WS-GL-ENTITY TO GL-ENTITY.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-CURRENT-TRAN-DATE TO GL-DATE.
           MOVE WS-GL-SOURCE-SYSTEM TO GL-ACCOUNT-CODE.
           WRITE GL-INTERFACE-RECORD.
           SET BC-IDX TO 1.
           PERFORM UNTIL BC-IDX > WS-BRCUR-COUNT
               MOVE WS-BRCUR-BRANCH(BC-IDX) TO WS-LOOKUP-BRANCH
               PERFORM LOOK-UP-BRANCH-ENTITY
               IF WS-LOOKUP-ENTITY = WS-GL-ENTITY
                   PERFORM LOOK-UP-GL-ACCOUNT
                   IF WS-MAP-FOUND = "Y"
                       PERFORM WRITE-ONE-GL-JOURNAL
                   ELSE
                       PERFORM WRITE-UNMAPPED-EXCEPTION
                   END-IF
               END-IF
               SET BC-IDX UP BY 1
           END-PERFORM.
           MOVE ZERO TO GL-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL TO GL-HASH-TOTAL.
           MOVE WS-GL-ENTITY TO GL-ENTITY.
           WRITE GL-INTERFACE-RECORD.

       WRITE-ONE-GL-JOURNAL.
           MOVE "D" TO GL-RECORD-TYPE.
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-SUBLEDGER-HEADER.
           MOVE SPACES TO SUBLEDGER-RECORD.
           MOVE "H" TO SL-RECORD-TYPE.
           MOVE WS-CURRENT-TRAN-DATE TO SL-DATE.
           MOVE ZERO TO SL-TRAN-KEY.
           MOVE ZERO TO SL-AMOUNT.
           MOVE ZERO TO SL-BASE-AMOUNT.
           MOVE WS-GL-SOURCE-SYSTEM TO SL-GL-ACCOUNT.
           MOVE ZERO TO SL-RECORD-COUNT.
           MOVE ZERO TO SL-HASH-TOTAL.
           IF WS-SLB-COUNT NOT < 201
               PERFORM FLUSH-SUBLEDGER-BUFFER
           END-IF.
           ADD 1 TO WS-SLB-COUNT.
           SET SLB-IDX TO WS-SLB-COUNT.
           MOVE SUBLEDGER-RECORD TO WS-SLB-LINE(SLB-IDX).
           MOVE "Y" TO WS-SL-BLOCK-OPEN.
           MOVE ZERO TO WS-SL-LINE-COUNT.
           MOVE ZERO TO WS-SL-HASH-TOTAL.

       BUFFER-SUBLEDGER-LINE.
           MOVE SPACES TO WS-SL-ACCOUNT.
           SET MAP-IDX TO 1.
           PERFORM UNTIL MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-BRANCH(MAP-IDX) = WS-POST-BRANCH
                       AND WS-MAP-CURRENCY(MAP-IDX) = TRAN-CURRENCY
                   MOVE WS-MAP-GL-ACCOUNT(MAP-IDX) TO WS-SL-ACCOUNT
               END-IF
               SET MAP-IDX UP BY 1
           END-PERFORM.
           IF WS-SL-ACCOUNT NOT = SPACES
               PERFORM LOOK-UP-SUBLEDGER-RATE
               MOVE SPACES TO SUBLEDGER-RECORD
               MOVE "D" TO SL-RECORD-TYPE
               MOVE WS-CURRENT-TRAN-DATE TO SL-DATE
               MOVE TRAN-KEY TO SL-TRAN-KEY
               MOVE WS-POST-BRANCH TO SL-BRANCH
               MOVE TRAN-TYPE TO SL-TRAN-TYPE
               MOVE TRAN-CURRENCY TO SL-CURRENCY
               MOVE WS-SIGNED-SUM TO SL-AMOUNT
               COMPUTE SL-BASE-AMOUNT ROUNDED =
                   WS-SIGNED-SUM * WS-SL-RATE
               MOVE WS-SL-ACCOUNT TO SL-GL-ACCOUNT
               MOVE ZERO TO SL-RECORD-COUNT
               MOVE ZERO TO SL-HASH-TOTAL
               IF WS-SLB-COUNT NOT < 201
                   PERFORM FLUSH-SUBLEDGER-BUFFER
               END-IF
               ADD 1 TO WS-SLB-COUNT
               SET SLB-IDX TO WS-SLB-COUNT
               MOVE SUBLEDGER-RECORD TO WS-SLB-LINE(SLB-IDX)
               ADD 1 TO WS-SL-LINE-COUNT
               ADD WS-SIGNED-SUM TO WS-SL-HASH-TOTAL
           END-IF.

       LOOK-UP-SUBLEDGER-RATE.
           MOVE ZERO TO WS-SL-RATE.
           IF TRAN-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-SL-RATE
           ELSE
               MOVE ZERO TO WS-SL-RATE-EFF
               SET RATE-IDX TO 1
               PERFORM UNTIL RATE-IDX > WS-RATE-COUNT
                   IF WS-RATE-CURRENCY(RATE-IDX) = TRAN-CURRENCY
                           AND WS-RATE-EFF-DATE(RATE-IDX) NOT >
                               WS-CURRENT-TRAN-DATE
                           AND WS-RATE-EFF-DATE(RATE-IDX) >=
                               WS-SL-RATE-EFF
                       MOVE WS-RATE-VALUE(RATE-IDX) TO WS-SL-RATE
                       MOVE WS-RATE-EFF-DATE(RATE-IDX)
                           TO WS-SL-RATE-EFF
                   END-IF
                   SET RATE-IDX UP BY 1
               END-PERFORM
           END-IF.

       FLUSH-SUBLEDGER-BUFFER.
           SET SLB-IDX TO 1.
           PERFORM UNTIL SLB-IDX > WS-SLB-COUNT
               MOVE WS-SLB-LINE(SLB-IDX) TO SUBLEDGER-RECORD
               WRITE SUBLEDGER-RECORD
               SET SLB-IDX UP BY 1
           END-PERFORM.
           MOVE ZERO TO WS-SLB-COUNT.

       WRITE-SUBLEDGER-TRAILER.
           PERFORM FLUSH-SUBLEDGER-BUFFER.
           MOVE SPACES TO SUBLEDGER-RECORD.
           MOVE "T" TO SL-RECORD-TYPE.
           MOVE WS-CURRENT-TRAN-DATE TO SL-DATE.
           MOVE ZERO TO SL-TRAN-KEY.
           MOVE ZERO TO SL-AMOUNT.
           MOVE ZERO TO SL-BASE-AMOUNT.
           MOVE WS-GL-SOURCE-SYSTEM TO SL-GL-ACCOUNT.
           MOVE WS-SL-LINE-COUNT TO SL-RECORD-COUNT.
           MOVE WS-SL-HASH-TOTAL TO SL-HASH-TOTAL.
           WRITE SUBLEDGER-RECORD.
           MOVE "N" TO WS-SL-BLOCK-OPEN.
           MOVE ZERO TO WS-SL-LINE-COUNT.
           MOVE ZERO TO WS-SL-HASH-TOTAL.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXRATE-STATUS = "00"
           MOVE "N" TO WS-BRCUR-FOUND.
           SET BC-IDX TO 1.
           PERFORM UNTIL BC-IDX > WS-BRCUR-COUNT
               IF WS-BRCUR-BRANCH(BC-IDX) = WS-POST-BRANCH
                       AND WS-BRCUR-CURRENCY(BC-IDX) = TRAN-CURRENCY
                   ADD WS-SIGNED-SUM TO WS-BRCUR-TOTAL(BC-IDX)
                       ON SIZE ERROR
           IF WS-BRCUR-FOUND = "N" AND WS-BRCUR-COUNT < 100
               ADD 1 TO WS-BRCUR-COUNT
               SET BC-IDX TO WS-BRCUR-COUNT
               MOVE WS-POST-BRANCH TO WS-BRCUR-BRANCH(BC-IDX)
               MOVE TRAN-CURRENCY TO WS-BRCUR-CURRENCY(BC-IDX)
               MOVE WS-SIGNED-SUM TO WS-BRCUR-TOTAL(BC-IDX)
           END-IF.
                                   TO WS-BM-NAME(BM-IDX)
                               MOVE BM-STATUS
                                   TO WS-BM-STATUS(BM-IDX)
                               MOVE BM-ENTITY
                                   TO WS-BM-ENTITY(BM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BM-CODE(BM-IDX) = TRAN-BRANCH
                       AND WS-BM-STATUS(BM-IDX) = "C"
                   MOVE "Y" TO WS-BRANCH-CLOSED
                   MOVE TRAN-BRANCH TO WS-CLOSED-BRANCH
               END-IF
               IF TRAN-TYPE = "T"
                       AND WS-BM-CODE(BM-IDX) = TRAN-CPTY-BRANCH
                       AND WS-BM-STATUS(BM-IDX) = "C"
                   MOVE "Y" TO WS-BRANCH-CLOSED
                   MOVE TRAN-CPTY-BRANCH TO WS-CLOSED-BRANCH
               END-IF
               SET BM-IDX UP BY 1
           END-PERFORM.
       WRITE-CLOSED-BRANCH-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE TRAN-KEY TO X-SEQ.
           MOVE WS-CLOSED-BRANCH TO X-BRANCH.
           WRITE EXCP-LINE FROM WS-CLOSED-LINE.
           MOVE "WRITE-CLOSED-BRANCH-EXCEPTION" TO WS-ERR-PARAGRAPH.
           STRING "transaction for closed branch " WS-CLOSED-BRANCH
               " rejected" DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
           ADD 1 TO WS-EXCP-COUNT.
           MOVE TRAN-KEY TO XP-SEQ.
           MOVE WS-EFF-DATE TO XP-DATE.
           MOVE "WRITE-CLOSED-PERIOD-EXCEPTION" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           IF WS-YEAR-CLOSED = "Y"
               MOVE "  YEAR CLOSED - REJECTED" TO XP-REASON
               STRING "transaction for closed fiscal year "
                   WS-EFF-DATE " rejected"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           ELSE
               MOVE "  PERIOD CLOSED - REJECTED" TO XP-REASON
               STRING "transaction for closed period " WS-EFF-DATE
                   " rejected" DELIMITED BY SIZE INTO WS-ERR-MESSAGE
           END-IF.
           WRITE EXCP-LINE FROM WS-CLOSED-PERIOD-LINE.
           MOVE "W" TO WS-ERR-SEVERITY
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE

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

           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-EXCP-COUNT TO JA-REJECT-COUNT.
           MOVE WS-DETAIL-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
