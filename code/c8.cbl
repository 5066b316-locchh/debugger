               10  WS-SUM-CURRENCY PIC X(3).
               10  WS-SUM-TOTAL    PIC S9(9)V99.

       01  WS-ENT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY        OCCURS 100 TIMES
                                       INDEXED BY ENT-IDX.
               10  WS-ENT-ENTITY   PIC X(4).
               10  WS-ENT-CURRENCY PIC X(3).
               10  WS-ENT-TOTAL    PIC S9(9)V99.

       01  WS-CONTROL-COUNT        PIC 9(3)   VALUE ZERO.
       01  WS-CONTROL-TABLE.
           05  WS-CONTROL-ENTRY    OCCURS 10 TIMES
               "  VARIANCE: ".
           05  R-VARIANCE          PIC -ZZZZZZZZ9.99.

       01  WS-ENTITY-LINE.
           05  FILLER              PIC X(8)    VALUE "ENTITY: ".
           05  E-ENTITY            PIC X(4).
           05  FILLER              PIC X(12)   VALUE "  CURRENCY: ".
           05  E-CURRENCY          PIC X(3).
           05  FILLER              PIC X(12)   VALUE
               "  SUM TOTAL:".
           05  E-SUM-TOTAL         PIC -ZZZZZZZZ9.99.

       01  WS-GROUP-HEADER-LINE    PIC X(40)   VALUE
           "GROUP TOTAL RECONCILED TO CONTROL TOTALS".

       01  WS-STATUS-LINE.
           05  FILLER              PIC X(10)   VALUE "STATUS:   ".
           05  R-STATUS            PIC X(25).
           ELSE
               PERFORM READ-SUM-TOTALS
               PERFORM VERIFY-MONTOT-TRAILER
               PERFORM ROLL-UP-GROUP-TOTALS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-CONTROL-TOTALS
               PERFORM WRITE-ENTITY-TOTALS
               MOVE WS-GROUP-HEADER-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               SET SUM-IDX TO 1
               PERFORM UNTIL SUM-IDX > WS-SUM-COUNT
                   PERFORM RECONCILE-CURRENCY

       STORE-SUM-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ENTITY(ENT-IDX) = MT-ENTITY
                       AND WS-ENT-CURRENCY(ENT-IDX) = MT-CURRENCY-CODE
                   MOVE MT-RESULT TO WS-ENT-TOTAL(ENT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET ENT-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-ENT-COUNT < 100
               ADD 1 TO WS-ENT-COUNT
               SET ENT-IDX TO WS-ENT-COUNT
               MOVE MT-ENTITY TO WS-ENT-ENTITY(ENT-IDX)
               MOVE MT-CURRENCY-CODE TO WS-ENT-CURRENCY(ENT-IDX)
               MOVE MT-RESULT TO WS-ENT-TOTAL(ENT-IDX)
           END-IF.

       ROLL-UP-GROUP-TOTALS.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               MOVE "N" TO WS-FOUND-SW
               SET SUM-IDX TO 1
               PERFORM UNTIL SUM-IDX > WS-SUM-COUNT
                   IF WS-SUM-CURRENCY(SUM-IDX) =
                           WS-ENT-CURRENCY(ENT-IDX)
                       ADD WS-ENT-TOTAL(ENT-IDX)
                           TO WS-SUM-TOTAL(SUM-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
                   SET SUM-IDX UP BY 1
               END-PERFORM
               IF WS-FOUND-SW = "N" AND WS-SUM-COUNT < 10
                   ADD 1 TO WS-SUM-COUNT
                   SET SUM-IDX TO WS-SUM-COUNT
                   MOVE WS-ENT-CURRENCY(ENT-IDX)
                       TO WS-SUM-CURRENCY(SUM-IDX)
                   MOVE WS-ENT-TOTAL(ENT-IDX) TO WS-SUM-TOTAL(SUM-IDX)
               END-IF
               SET ENT-IDX UP BY 1
           END-PERFORM.

       WRITE-ENTITY-TOTALS.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-ENTITY(ENT-IDX) TO E-ENTITY
               MOVE WS-ENT-CURRENCY(ENT-IDX) TO E-CURRENCY
               MOVE WS-ENT-TOTAL(ENT-IDX) TO E-SUM-TOTAL
               MOVE WS-ENTITY-LINE TO WS-RPT-BUILD
               PERFORM WRITE-REPORT-LINE
               SET ENT-IDX UP BY 1
           END-PERFORM.

       RECONCILE-MISSING-ACTIVITY.
           SET CTL-IDX TO 1.
           PERFORM UNTIL CTL-IDX > WS-CONTROL-COUNT
           COMPUTE JA-READ-COUNT = WS-SUM-COUNT + WS-CONTROL-COUNT.
           MOVE WS-SUM-COUNT TO JA-WRITE-COUNT.
           MOVE WS-MISMATCH-COUNT TO JA-REJECT-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
