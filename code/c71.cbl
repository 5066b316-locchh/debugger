       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChainVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CHAIN-ACK-FILE ASSIGN TO "CHAINACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINACK-STATUS.

           SELECT CHAIN-REPORT ASSIGN TO "CHAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  CHAIN-ACK-FILE.
       01  CHAIN-ACK-RECORD.
           COPY CHAINACK.

       FD  CHAIN-REPORT.
       01  RPT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-CHAINACK-STATUS      PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-VERIFIED-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-FAILURE-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-ACKED          PIC 9(7)    VALUE ZERO.
       01  WS-JOBAUD-LENGTH        PIC 9(3)    VALUE 94.
       01  WS-MNTAUD-LENGTH        PIC 9(3)    VALUE 173.

       01  WS-CHAIN-FILE           PIC X(8)    VALUE SPACES.
       01  WS-CHAIN-STARTED        PIC X       VALUE "N".
       01  WS-FIRST-BREAK-SW       PIC X       VALUE "N".
       01  WS-ROW-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-LEGACY-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-CHAINED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-BREAK-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-GAP-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-ORDER-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-ACKED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-FILE-FAILURES        PIC 9(7)    VALUE ZERO.
       01  WS-FIRST-BREAK-ROW      PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-SEQ         PIC 9(9)    VALUE ZERO.
       01  WS-PRIOR-CHECK          PIC 9(10)   VALUE ZERO.
       01  WS-PRIOR-STAMP          PIC 9(14)   VALUE ZERO.
       01  WS-COMPUTED-CHECK       PIC 9(10)   VALUE ZERO.
       01  WS-ROW-CHAINED          PIC X       VALUE "N".
       01  WS-ROW-SEQ              PIC 9(9)    VALUE ZERO.
       01  WS-ROW-STAMP            PIC 9(14)   VALUE ZERO.
       01  WS-ROW-CHECK            PIC 9(10)   VALUE ZERO.
       01  WS-ROW-ACKED            PIC X       VALUE "N".
       01  WS-ACK-CHECK            PIC X(10)   VALUE SPACES.

       01  WS-ACK-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 100 TIMES
                                   INDEXED BY ACK-IDX.
               10  WS-ACK-FILE         PIC X(8).
               10  WS-ACK-ROW          PIC 9(7).
               10  WS-ACK-ROW-CHECK    PIC X(10).
               10  WS-ACK-OPERATOR     PIC X(8).
               10  WS-ACK-DATE         PIC 9(8).
               10  WS-ACK-REFERENCE    PIC X(30).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "AuditChainVerify".
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
           05  FILLER              PIC X(30)   VALUE
               "AUDIT CHAIN VERIFICATION FOR: ".
           05  H-DATE              PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  E-FILE              PIC X(8).
           05  FILLER              PIC X(6)    VALUE "  ROW ".
           05  E-ROW               PIC ZZZZZZ9.
           05  FILLER              PIC X(6)    VALUE "  SEQ ".
           05  E-SEQ               PIC X(9).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-REASON            PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  E-DETAIL            PIC X(50).

       01  WS-FILE-SUMMARY-LINE.
           05  S-FILE              PIC X(8).
           05  FILLER              PIC X(8)    VALUE "  ROWS: ".
           05  S-ROWS              PIC ZZZZZZ9.
           05  FILLER              PIC X(13)   VALUE "  UNCHAINED: ".
           05  S-LEGACY            PIC ZZZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  BREAKS: ".
           05  S-BREAKS            PIC ZZZZZZ9.
           05  FILLER              PIC X(8)    VALUE "  GAPS: ".
           05  S-GAPS              PIC ZZZZZZ9.
           05  FILLER              PIC X(16)   VALUE
               "  OUT OF ORDER: ".
           05  S-ORDER             PIC ZZZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  ACKED: ".
           05  S-ACKED             PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  S-STATUS            PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-CHAIN-ACKS.
           OPEN OUTPUT CHAIN-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM VERIFY-JOB-AUDIT.
           PERFORM VERIFY-MAINT-AUDIT.
           CLOSE CHAIN-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-FAILURE-COUNT > 0
               DISPLAY "AUDIT CHAIN VERIFICATION FAILED: "
                   WS-FAILURE-COUNT
               MOVE 8 TO RETURN-CODE
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

       LOAD-CHAIN-ACKS.
           OPEN INPUT CHAIN-ACK-FILE.
           IF WS-CHAINACK-STATUS = "00"
               PERFORM UNTIL WS-CHAINACK-STATUS NOT = "00"
                   READ CHAIN-ACK-FILE
                       AT END
                           MOVE "10" TO WS-CHAINACK-STATUS
                       NOT AT END
                           PERFORM STORE-CHAIN-ACK
                   END-READ
               END-PERFORM
               CLOSE CHAIN-ACK-FILE
           END-IF.

       STORE-CHAIN-ACK.
           IF CA-OPERATOR NOT = SPACES AND CA-DATE NUMERIC
                   AND CA-DATE > 0 AND CA-REFERENCE NOT = SPACES
                   AND CA-ROW NUMERIC
               IF WS-ACK-COUNT < 100
                   ADD 1 TO WS-ACK-COUNT
                   SET ACK-IDX TO WS-ACK-COUNT
                   MOVE CA-FILE TO WS-ACK-FILE(ACK-IDX)
                   MOVE CA-ROW TO WS-ACK-ROW(ACK-IDX)
                   MOVE CA-ROW-CHECK TO WS-ACK-ROW-CHECK(ACK-IDX)
                   MOVE CA-OPERATOR TO WS-ACK-OPERATOR(ACK-IDX)
                   MOVE CA-DATE TO WS-ACK-DATE(ACK-IDX)
                   MOVE CA-REFERENCE TO WS-ACK-REFERENCE(ACK-IDX)
               ELSE
                   MOVE "STORE-CHAIN-ACK" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "acknowledgement table full, row "
                       CA-ROW " of " CA-FILE " not applied"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           ELSE
               MOVE "STORE-CHAIN-ACK" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "acknowledgement for row " CA-ROW " of "
                   CA-FILE " ignored, no operator, date or reference"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       START-CHAIN-WALK.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-CHAIN-STARTED.
           MOVE "N" TO WS-FIRST-BREAK-SW.
           MOVE ZERO TO WS-ROW-COUNT WS-LEGACY-COUNT WS-CHAINED-COUNT
               WS-BREAK-COUNT WS-GAP-COUNT WS-ORDER-COUNT WS-ACKED-COUNT
               WS-FIRST-BREAK-ROW WS-PRIOR-CHECK WS-PRIOR-STAMP.
           MOVE 1 TO WS-EXPECTED-SEQ.

       VERIFY-JOB-AUDIT.
           MOVE "JOBAUD" TO WS-CHAIN-FILE.
           PERFORM START-CHAIN-WALK.
           OPEN INPUT JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ JOB-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-JOB-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE JOB-AUDIT-FILE
           ELSE
               PERFORM REPORT-FILE-MISSING
           END-IF.
           PERFORM FINISH-CHAIN-WALK.

       CHECK-JOB-AUDIT-ROW.
           IF JA-CHAIN-SEQ NUMERIC AND JA-CHAIN-STAMP NUMERIC
                   AND JA-CHAIN-CHECK NUMERIC
               MOVE "Y" TO WS-ROW-CHAINED
               MOVE JA-CHAIN-SEQ TO WS-ROW-SEQ
               MOVE JA-CHAIN-STAMP TO WS-ROW-STAMP
               MOVE JA-CHAIN-CHECK TO WS-ROW-CHECK
               CALL "AuditCheckValue" USING WS-PRIOR-CHECK
                   JOB-AUDIT-RECORD WS-JOBAUD-LENGTH
                   WS-COMPUTED-CHECK
           ELSE
               MOVE "N" TO WS-ROW-CHAINED
           END-IF.
           PERFORM CHECK-CHAIN-ROW.

       VERIFY-MAINT-AUDIT.
           MOVE "MNTAUDIT" TO WS-CHAIN-FILE.
           PERFORM START-CHAIN-WALK.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-MAINT-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           ELSE
               PERFORM REPORT-FILE-MISSING
           END-IF.
           PERFORM FINISH-CHAIN-WALK.

       CHECK-MAINT-AUDIT-ROW.
           IF MA-CHAIN-SEQ NUMERIC AND MA-CHAIN-STAMP NUMERIC
                   AND MA-CHAIN-CHECK NUMERIC
               MOVE "Y" TO WS-ROW-CHAINED
               MOVE MA-CHAIN-SEQ TO WS-ROW-SEQ
               MOVE MA-CHAIN-STAMP TO WS-ROW-STAMP
               MOVE MA-CHAIN-CHECK TO WS-ROW-CHECK
               CALL "AuditCheckValue" USING WS-PRIOR-CHECK
                   MAINT-AUDIT-RECORD WS-MNTAUD-LENGTH
                   WS-COMPUTED-CHECK
           ELSE
               MOVE "N" TO WS-ROW-CHAINED
           END-IF.
           PERFORM CHECK-CHAIN-ROW.

       CHECK-CHAIN-ROW.
           ADD 1 TO WS-ROW-COUNT.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-ROW-ACKED.
           IF WS-ROW-CHAINED = "N"
               IF WS-CHAIN-STARTED = "N"
                   ADD 1 TO WS-LEGACY-COUNT
               ELSE
                   MOVE SPACES TO E-SEQ
                   MOVE SPACES TO WS-ACK-CHECK
                   PERFORM FIND-CHAIN-ACK
               END-IF
               IF WS-CHAIN-STARTED = "Y" AND WS-ROW-ACKED = "N"
                   ADD 1 TO WS-BREAK-COUNT
                   IF WS-FIRST-BREAK-SW = "N"
                       MOVE "Y" TO WS-FIRST-BREAK-SW
                       MOVE WS-ROW-COUNT TO WS-FIRST-BREAK-ROW
                       MOVE SPACES TO E-SEQ
                       MOVE "BROKEN LINK" TO E-REASON
                       MOVE "ROW CARRIES NO CHAIN FIELDS" TO E-DETAIL
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-CHAIN-STARTED
               ADD 1 TO WS-CHAINED-COUNT
               ADD 1 TO WS-VERIFIED-COUNT
               MOVE WS-ROW-SEQ TO E-SEQ
               IF WS-ROW-SEQ NOT = WS-EXPECTED-SEQ
                       OR WS-ROW-STAMP < WS-PRIOR-STAMP
                       OR WS-COMPUTED-CHECK NOT = WS-ROW-CHECK
                   MOVE WS-ROW-CHECK TO WS-ACK-CHECK
                   PERFORM FIND-CHAIN-ACK
               END-IF
               IF WS-ROW-ACKED = "N"
                   PERFORM CHECK-CHAINED-LINKS
               END-IF
               COMPUTE WS-EXPECTED-SEQ = WS-ROW-SEQ + 1
               MOVE WS-ROW-CHECK TO WS-PRIOR-CHECK
               MOVE WS-ROW-STAMP TO WS-PRIOR-STAMP
           END-IF.

       CHECK-CHAINED-LINKS.
           IF WS-ROW-SEQ NOT = WS-EXPECTED-SEQ
               ADD 1 TO WS-GAP-COUNT
               MOVE "SEQUENCE GAP" TO E-REASON
               MOVE SPACES TO E-DETAIL
               STRING "EXPECTED SEQ " WS-EXPECTED-SEQ
                   DELIMITED BY SIZE INTO E-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-ROW-STAMP < WS-PRIOR-STAMP
               ADD 1 TO WS-ORDER-COUNT
               MOVE "OUT OF ORDER" TO E-REASON
               MOVE SPACES TO E-DETAIL
               STRING "WRITTEN " WS-ROW-STAMP " BEFORE "
                   WS-PRIOR-STAMP
                   DELIMITED BY SIZE INTO E-DETAIL
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-COMPUTED-CHECK NOT = WS-ROW-CHECK
               ADD 1 TO WS-BREAK-COUNT
               IF WS-FIRST-BREAK-SW = "N"
                   MOVE "Y" TO WS-FIRST-BREAK-SW
                   MOVE WS-ROW-COUNT TO WS-FIRST-BREAK-ROW
                   MOVE "BROKEN LINK" TO E-REASON
                   MOVE SPACES TO E-DETAIL
                   STRING "CHECK " WS-ROW-CHECK " EXPECTED "
                       WS-COMPUTED-CHECK
                       DELIMITED BY SIZE INTO E-DETAIL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       FIND-CHAIN-ACK.
           SET ACK-IDX TO 1.
           PERFORM UNTIL ACK-IDX > WS-ACK-COUNT
                   OR WS-ROW-ACKED = "Y"
               IF WS-ACK-FILE(ACK-IDX) = WS-CHAIN-FILE
                       AND WS-ACK-ROW(ACK-IDX) = WS-ROW-COUNT
                       AND WS-ACK-ROW-CHECK(ACK-IDX) = WS-ACK-CHECK
                   MOVE "Y" TO WS-ROW-ACKED
               ELSE
                   SET ACK-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ROW-ACKED = "Y"
               PERFORM REPORT-ACKED-BREAK
           END-IF.

       REPORT-ACKED-BREAK.
           ADD 1 TO WS-ACKED-COUNT.
           ADD 1 TO WS-TOTAL-ACKED.
           MOVE "ACKNOWLEDGED" TO E-REASON.
           MOVE SPACES TO E-DETAIL.
           STRING "BY " WS-ACK-OPERATOR(ACK-IDX)
               " ON " WS-ACK-DATE(ACK-IDX)
               " REF " WS-ACK-REFERENCE(ACK-IDX)
               DELIMITED BY SIZE INTO E-DETAIL.
           PERFORM WRITE-EXCEPTION-LINE.
           MOVE "REPORT-ACKED-BREAK" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "acknowledged chain break at row " WS-ROW-COUNT
               " of " WS-CHAIN-FILE " by " WS-ACK-OPERATOR(ACK-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-EXCEPTION-LINE.
           MOVE WS-CHAIN-FILE TO E-FILE.
           MOVE WS-ROW-COUNT TO E-ROW.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.

       REPORT-FILE-MISSING.
           MOVE "REPORT-FILE-MISSING" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "nothing to verify, audit file not available: "
               WS-CHAIN-FILE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       FINISH-CHAIN-WALK.
           COMPUTE WS-FILE-FAILURES = WS-BREAK-COUNT + WS-GAP-COUNT
               + WS-ORDER-COUNT.
           ADD WS-FILE-FAILURES TO WS-FAILURE-COUNT.
           MOVE WS-CHAIN-FILE TO S-FILE.
           MOVE WS-ROW-COUNT TO S-ROWS.
           MOVE WS-LEGACY-COUNT TO S-LEGACY.
           MOVE WS-BREAK-COUNT TO S-BREAKS.
           MOVE WS-GAP-COUNT TO S-GAPS.
           MOVE WS-ORDER-COUNT TO S-ORDER.
           MOVE WS-ACKED-COUNT TO S-ACKED.
           IF WS-FILE-FAILURES = 0
               MOVE "INTACT" TO S-STATUS
           ELSE
               MOVE "BROKEN" TO S-STATUS
               MOVE "FINISH-CHAIN-WALK" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               IF WS-FIRST-BREAK-ROW > 0
                   STRING "audit chain broken, first broken link "
                       "at row " WS-FIRST-BREAK-ROW " of "
                       WS-CHAIN-FILE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               ELSE
                   STRING "audit chain has sequence gaps or "
                       "out-of-order rows in " WS-CHAIN-FILE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               END-IF
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           WRITE RPT-LINE FROM WS-FILE-SUMMARY-LINE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-FAILURE-COUNT TO JA-REJECT-COUNT.
           MOVE WS-VERIFIED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
