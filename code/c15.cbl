       01  WS-TS-TIME              PIC 9(6).
       01  WS-MISSING-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-CHAIN-FAILURES       PIC 9(7)    VALUE ZERO.

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-REQ-COUNT            PIC 9(2)    VALUE 4.
       01  WS-REQUIRED-PROGRAMS.
           05  FILLER              PIC X(30)   VALUE "SumProgram".
           05  FILLER              PIC X(30)   VALUE
               "BalanceReconciliation".
           05  FILLER              PIC X(30)   VALUE "EvenOddProgram".
           05  FILLER              PIC X(30)   VALUE "AuditChainVerify".
       01  WS-REQ-TABLE REDEFINES WS-REQUIRED-PROGRAMS.
           05  WS-REQ-ENTRY        OCCURS 4 TIMES
                                       INDEXED BY REQ-IDX.
               10  WS-REQ-PROGRAM  PIC X(30).
       01  WS-REQ-SEEN-TABLE.
           05  WS-REQ-SEEN         PIC X       OCCURS 4 TIMES
                                       INDEXED BY SEEN-IDX.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "DateRoll".
               "  MISSING JOBAUD FOR ".
           05  RF-PROGRAM          PIC X(30).

       01  WS-CHAIN-REFUSE-LINE.
           05  FILLER              PIC X(14)   VALUE "ROLL REFUSED: ".
           05  RC-OLD-DATE         PIC 9(8).
           05  FILLER              PIC X(29)   VALUE
               "  AUDIT CHAIN FAILED VERIFY, ".
           05  RC-FAILURES         PIC ZZZZZZ9.
           05  FILLER              PIC X(9)    VALUE " FAILURES".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
                                   END-IF
                                   SET REQ-IDX UP BY 1
                               END-PERFORM
                               IF JA-PROGRAM-ID = "AuditChainVerify"
                                   MOVE JA-REJECT-COUNT
                                       TO WS-CHAIN-FAILURES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
               SET REQ-IDX UP BY 1
           END-PERFORM.
           IF WS-CHAIN-FAILURES > 0
               ADD 1 TO WS-MISSING-COUNT
               PERFORM REFUSE-ROLL-CHAIN
           END-IF.

       REFUSE-ROLL.
           MOVE WS-OLD-DATE-NUM TO RF-OLD-DATE.
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       REFUSE-ROLL-CHAIN.
           MOVE WS-OLD-DATE-NUM TO RC-OLD-DATE.
           MOVE WS-CHAIN-FAILURES TO RC-FAILURES.
           OPEN EXTEND ROLL-LOG.
           IF WS-ROLLLOG-STATUS NOT = "00"
               OPEN OUTPUT ROLL-LOG
           END-IF.
           WRITE ROLL-LOG-RECORD FROM WS-CHAIN-REFUSE-LINE.
           CLOSE ROLL-LOG.
           DISPLAY "ROLL REFUSED, AUDIT CHAIN FAILED VERIFICATION: "
               WS-CHAIN-FAILURES.
           DISPLAY "INVESTIGATE THE BREAK ON THE CHAIN REPORT AND "
               "ACKNOWLEDGE IT IN CHAINACK TO RESUME".
           MOVE "REFUSE-ROLL-CHAIN" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "date roll refused, audit chain verification "
               "reported " WS-CHAIN-FAILURES " failures"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLCAL-STATUS = "00"
           ELSE
               MOVE 0 TO JA-WRITE-COUNT
           END-IF.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
