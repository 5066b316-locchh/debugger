               10  WS-CURRENCY-MTD     PIC S9(9)V99.
               10  WS-CURRENCY-YTD     PIC S9(9)V99.

       01  WS-ENT-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-ENT-FOUND        PIC X       VALUE "N".
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY ENT-IDX.
               10  WS-ENT-ENTITY       PIC X(4).
               10  WS-ENT-CURRENCY     PIC X(3).
               10  WS-ENT-MTD          PIC S9(9)V99.

       01  WS-ERR-PROGRAM-ID        PIC X(30)   VALUE "MonthEndSummary".
       01  WS-ERR-PARAGRAPH         PIC X(30).
       01  WS-ERR-MESSAGE           PIC X(80).
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(6)    VALUE "DATE: ".
           05  D-DATE                PIC 9(8).
           05  FILLER               PIC X(10)   VALUE "  ENTITY: ".
           05  D-ENTITY              PIC X(4).
           05  FILLER               PIC X(12)   VALUE "  CURRENCY: ".
           05  D-CURRENCY            PIC X(3).
           05  FILLER               PIC X(10)   VALUE "  DAILY: ".
           05  FILLER               PIC X(7)    VALUE "  VAR: ".
           05  YL-VARIANCE          PIC -ZZZZZZZZ9.99.

       01  WS-ENTITY-FOOTER-LINE.
           05  FILLER               PIC X(22)   VALUE
               "ENTITY TOTAL, ENTITY: ".
           05  EF-ENTITY             PIC X(4).
           05  FILLER               PIC X(12)   VALUE
               "  CURRENCY: ".
           05  EF-CURRENCY           PIC X(3).
           05  FILLER               PIC X(14)   VALUE
               "  MTD TOTAL: ".
           05  EF-MTD-TOTAL          PIC -ZZZZZZZZ9.99.

       01  WS-MONTH-FOOTER-LINE.
           05  FILLER               PIC X(22)   VALUE
               "GROUP TOTAL, DAYS:   ".
           05  MF-DAY-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(12)   VALUE
               "  CURRENCY: ".
           MOVE WS-TOTAL-READ TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-TOTAL-READ TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE

       WRITE-DETAIL-LINE.
           MOVE MT-DATE TO D-DATE.
           MOVE MT-ENTITY TO D-ENTITY.
           MOVE MT-CURRENCY-CODE TO D-CURRENCY.
           MOVE MT-RESULT TO D-DAILY.
           MOVE ZERO TO D-MTD.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ENTITY(ENT-IDX) = MT-ENTITY
                       AND WS-ENT-CURRENCY(ENT-IDX) = MT-CURRENCY-CODE
                   MOVE WS-ENT-MTD(ENT-IDX) TO D-MTD
               END-IF
               SET ENT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO WS-RPT-BUILD
           PERFORM WRITE-REPORT-LINE.

       WRITE-MONTH-FOOTER.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-ENTITY(ENT-IDX) TO EF-ENTITY
               MOVE WS-ENT-CURRENCY(ENT-IDX) TO EF-CURRENCY
               MOVE WS-ENT-MTD(ENT-IDX) TO EF-MTD-TOTAL
               MOVE WS-ENTITY-FOOTER-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               SET ENT-IDX UP BY 1
           END-PERFORM.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-CURRENCY-COUNT
               MOVE WS-DAY-COUNT TO MF-DAY-COUNT
               MOVE MT-RESULT TO WS-CURRENCY-MTD(CUR-IDX)
               MOVE MT-RESULT TO WS-CURRENCY-YTD(CUR-IDX)
           END-IF.
           MOVE "N" TO WS-ENT-FOUND.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ENTITY(ENT-IDX) = MT-ENTITY
                       AND WS-ENT-CURRENCY(ENT-IDX) = MT-CURRENCY-CODE
                   ADD MT-RESULT TO WS-ENT-MTD(ENT-IDX)
                   MOVE "Y" TO WS-ENT-FOUND
               END-IF
               SET ENT-IDX UP BY 1
           END-PERFORM.
           IF WS-ENT-FOUND = "N" AND WS-ENT-COUNT < 50
               ADD 1 TO WS-ENT-COUNT
               SET ENT-IDX TO WS-ENT-COUNT
               MOVE MT-ENTITY TO WS-ENT-ENTITY(ENT-IDX)
               MOVE MT-CURRENCY-CODE TO WS-ENT-CURRENCY(ENT-IDX)
               MOVE MT-RESULT TO WS-ENT-MTD(ENT-IDX)
           END-IF.

       RESET-MONTH-TOTALS.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-ENT-COUNT.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-CURRENCY-COUNT
               MOVE ZERO TO WS-CURRENCY-MTD(CUR-IDX)
