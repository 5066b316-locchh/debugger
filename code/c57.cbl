       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-RULE-FILE ASSIGN TO "ALLOCRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCRUL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRANCH-TOTALS-FILE ASSIGN TO "BRTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRTOT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT ALLOCATION-REPORT ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-RULE-FILE.
       01  ALLOCATION-RULE-RECORD.
           COPY ALLOCRUL.

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

       FD  BRANCH-TOTALS-FILE.
       01  BRANCH-TOTALS-RECORD.
           COPY BRNTOT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           COPY GLFEED.

       FD  ALLOCATION-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-ALLOCRUL-STATUS      PIC X(2)    VALUE "00".
       01  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       01  WS-BRTOT-STATUS         PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-RULE-OK              PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-ALLOCATED-RULES      PIC 9(3)    VALUE ZERO.
       01  WS-RUN-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ROW-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ALLOC-SOURCE         PIC X(10)   VALUE "ALLOCATN".
       01  WS-BRANCH-ACCOUNT.
           05  WS-BRANCH-ACCT-PFX  PIC X(6)    VALUE SPACES.
           05  WS-BRANCH-ACCT-BR   PIC X(4)    VALUE SPACES.
       01  WS-DRIVER-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-SHARE-RATIO          PIC 9V9(9)  VALUE ZERO.
       01  WS-SHARE-PCT            PIC 9(3)V9(4) VALUE ZERO.
       01  WS-ALLOC-AMOUNT         PIC S9(9)V99 VALUE ZERO.
       01  WS-ALLOCATED-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-RESIDUE              PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTRA-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-DETAIL-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-GL-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-OPEN              PIC X       VALUE "N".
       01  WS-RULE-OVERFLOW        PIC X       VALUE "N".
       01  WS-PCT-OVERFLOW         PIC X       VALUE "N".
       01  WS-CNT-OVERFLOW         PIC X       VALUE "N".
       01  WS-VAL-OVERFLOW         PIC X       VALUE "N".
       01  WS-RUN-FUNCTION         PIC X       VALUE SPACE.
       01  WS-RUN-ALLOWED          PIC X       VALUE "Y".

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-RULE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY RULE-IDX.
               10  WS-RULE-ID          PIC X(6).
               10  WS-RULE-ACCOUNT     PIC X(10).
               10  WS-RULE-CURRENCY    PIC X(3).
               10  WS-RULE-POOL        PIC 9(9)V99.
               10  WS-RULE-DRIVER      PIC X.
               10  WS-RULE-RESIDUE-BR  PIC X(4).

       01  WS-PCT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-PCT-TABLE.
           05  WS-PCT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PCT-IDX.
               10  WS-PCT-RULE-ID      PIC X(6).
               10  WS-PCT-BRANCH       PIC X(4).
               10  WS-PCT-PERCENT      PIC 9(3)V99.

       01  WS-CNT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-CNT-TABLE.
           05  WS-CNT-ENTRY OCCURS 200 TIMES
                                   INDEXED BY CNT-IDX.
               10  WS-CNT-BRANCH       PIC X(4).
               10  WS-CNT-TRANS        PIC 9(7).

       01  WS-VAL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-VAL-TABLE.
           05  WS-VAL-ENTRY OCCURS 500 TIMES
                                   INDEXED BY VAL-IDX.
               10  WS-VAL-BRANCH       PIC X(4).
               10  WS-VAL-CURRENCY     PIC X(3).
               10  WS-VAL-AMOUNT       PIC S9(11)V99.

       01  WS-SHR-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-SHR-TABLE.
           05  WS-SHR-ENTRY OCCURS 200 TIMES
                                   INDEXED BY SHR-IDX.
               10  WS-SHR-BRANCH       PIC X(4).
               10  WS-SHR-DRIVER       PIC S9(11)V99.
               10  WS-SHR-AMOUNT       PIC S9(9)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "CostAllocation".
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
               "SHARED-COST ALLOCATION SCHEDULE: ".
           05  H-MONTH             PIC 9(6).

       01  WS-RULE-LINE.
           05  FILLER              PIC X(6)    VALUE "RULE: ".
           05  U-RULE-ID           PIC X(6).
           05  FILLER              PIC X(8)    VALUE "  POOL: ".
           05  U-ACCOUNT           PIC X(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  U-CURRENCY          PIC X(3).
           05  FILLER              PIC X       VALUE SPACE.
           05  U-POOL              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  DRIVER: ".
           05  U-DRIVER            PIC X(12).
           05  FILLER              PIC X(8)    VALUE "  TOTAL:".
           05  U-DRIVER-TOTAL      PIC -ZZZZZZZZZZ9.99.

       01  WS-SHARE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  S-BRANCH            PIC X(4).
           05  FILLER              PIC X(10)   VALUE "  DRIVER: ".
           05  S-DRIVER            PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(9)    VALUE "  SHARE: ".
           05  S-SHARE             PIC ZZ9.9999.
           05  FILLER              PIC X       VALUE "%".
           05  FILLER              PIC X(10)   VALUE "  AMOUNT: ".
           05  S-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RESIDUE-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(26)   VALUE
               "ROUNDING RESIDUE TO BRANCH".
           05  FILLER              PIC X       VALUE SPACE.
           05  RS-BRANCH           PIC X(4).
           05  FILLER              PIC X(2)    VALUE ": ".
           05  RS-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-REJECT-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE "NOT ALLOCATED: ".
           05  RJ-REASON           PIC X(50).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(7)    VALUE "RULES: ".
           05  SM-RULES            PIC ZZ9.
           05  FILLER              PIC X(13)   VALUE "  ALLOCATED: ".
           05  SM-ALLOCATED        PIC ZZ9.
           05  FILLER              PIC X(12)   VALUE "  REJECTED: ".
           05  SM-REJECTED         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM REGISTER-RUN-CONTROL.
           PERFORM LOAD-ALLOCATION-RULES.
           PERFORM ACCUMULATE-TRANSACTION-COUNTS.
           PERFORM ACCUMULATE-BRANCH-VALUES.
           OPEN OUTPUT ALLOCATION-REPORT.
           MOVE WS-RUN-MONTH TO H-MONTH.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               PERFORM ALLOCATE-ONE-RULE
               SET RULE-IDX UP BY 1
           END-PERFORM.
           MOVE WS-RULE-COUNT TO SM-RULES.
           MOVE WS-ALLOCATED-RULES TO SM-ALLOCATED.
           COMPUTE SM-REJECTED = WS-RULE-COUNT - WS-ALLOCATED-RULES.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE ALLOCATION-REPORT.
           IF WS-GL-OPEN = "Y"
               PERFORM CLOSE-ALLOCATION-POSTINGS
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

       LOAD-ALLOCATION-RULES.
           OPEN INPUT ALLOCATION-RULE-FILE.
           IF WS-ALLOCRUL-STATUS = "00"
               PERFORM UNTIL WS-ALLOCRUL-STATUS NOT = "00"
                   READ ALLOCATION-RULE-FILE
                       AT END
                           MOVE "10" TO WS-ALLOCRUL-STATUS
                       NOT AT END
                           EVALUATE AL-RECORD-TYPE
                               WHEN "R"
                                   PERFORM STORE-ALLOCATION-RULE
                               WHEN "P"
                                   PERFORM STORE-FIXED-PERCENT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-RULE-FILE
           ELSE
               MOVE "LOAD-ALLOCATION-RULES" TO WS-ERR-PARAGRAPH
               MOVE "allocation rule master not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               ADD 1 TO WS-EXCP-COUNT
           END-IF.

       STORE-ALLOCATION-RULE.
           IF WS-RULE-COUNT < 50
               ADD 1 TO WS-RULE-COUNT
               SET RULE-IDX TO WS-RULE-COUNT
               MOVE AL-RULE-ID TO WS-RULE-ID(RULE-IDX)
               MOVE AL-POOL-ACCOUNT TO WS-RULE-ACCOUNT(RULE-IDX)
               MOVE AL-CURRENCY-CODE TO WS-RULE-CURRENCY(RULE-IDX)
               MOVE AL-POOL-AMOUNT TO WS-RULE-POOL(RULE-IDX)
               MOVE AL-DRIVER TO WS-RULE-DRIVER(RULE-IDX)
               MOVE AL-RESIDUE-BRANCH TO WS-RULE-RESIDUE-BR(RULE-IDX)
           ELSE
               IF WS-RULE-OVERFLOW = "N"
                   MOVE "Y" TO WS-RULE-OVERFLOW
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE "STORE-ALLOCATION-RULE" TO WS-ERR-PARAGRAPH
                   MOVE "allocation rule table full, rules dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       STORE-FIXED-PERCENT.
           IF WS-PCT-COUNT < 500
               ADD 1 TO WS-PCT-COUNT
               SET PCT-IDX TO WS-PCT-COUNT
               MOVE AL-RULE-ID TO WS-PCT-RULE-ID(PCT-IDX)
               MOVE AL-BRANCH TO WS-PCT-BRANCH(PCT-IDX)
               MOVE AL-PERCENT TO WS-PCT-PERCENT(PCT-IDX)
           ELSE
               IF WS-PCT-OVERFLOW = "N"
                   MOVE "Y" TO WS-PCT-OVERFLOW
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE "STORE-FIXED-PERCENT" TO WS-ERR-PARAGRAPH
                   MOVE "percentage table full, lines dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       ACCUMULATE-TRANSACTION-COUNTS.
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
                                   PERFORM STORE-BRANCH-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       STORE-BRANCH-COUNT.
           MOVE "N" TO WS-FOUND-SW.
           SET CNT-IDX TO 1.
           PERFORM UNTIL CNT-IDX > WS-CNT-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-CNT-BRANCH(CNT-IDX) = TH-BRANCH
                   ADD 1 TO WS-CNT-TRANS(CNT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET CNT-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-CNT-COUNT < 200
                   ADD 1 TO WS-CNT-COUNT
                   SET CNT-IDX TO WS-CNT-COUNT
                   MOVE TH-BRANCH TO WS-CNT-BRANCH(CNT-IDX)
                   MOVE 1 TO WS-CNT-TRANS(CNT-IDX)
               ELSE
                   MOVE "Y" TO WS-CNT-OVERFLOW
               END-IF
           END-IF.

       ACCUMULATE-BRANCH-VALUES.
           OPEN INPUT BRANCH-TOTALS-FILE.
           IF WS-BRTOT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BRANCH-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BRANCH-TOTALS-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               COMPUTE WS-ROW-MONTH = BT-DATE / 100
                               IF WS-ROW-MONTH = WS-RUN-MONTH
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM STORE-BRANCH-VALUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-TOTALS-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-BRANCH-VALUE.
           MOVE "N" TO WS-FOUND-SW.
           SET VAL-IDX TO 1.
           PERFORM UNTIL VAL-IDX > WS-VAL-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-VAL-BRANCH(VAL-IDX) = BT-BRANCH
                       AND WS-VAL-CURRENCY(VAL-IDX) = BT-CURRENCY
                   ADD BT-AMOUNT TO WS-VAL-AMOUNT(VAL-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET VAL-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-VAL-COUNT < 500
                   ADD 1 TO WS-VAL-COUNT
                   SET VAL-IDX TO WS-VAL-COUNT
                   MOVE BT-BRANCH TO WS-VAL-BRANCH(VAL-IDX)
                   MOVE BT-CURRENCY TO WS-VAL-CURRENCY(VAL-IDX)
                   MOVE BT-AMOUNT TO WS-VAL-AMOUNT(VAL-IDX)
               ELSE
                   MOVE "Y" TO WS-VAL-OVERFLOW
               END-IF
           END-IF.

       ALLOCATE-ONE-RULE.
           MOVE "Y" TO WS-RULE-OK.
           MOVE ZERO TO WS-SHR-COUNT.
           MOVE ZERO TO WS-DRIVER-TOTAL.
           MOVE WS-RULE-ID(RULE-IDX) TO U-RULE-ID.
           MOVE WS-RULE-ACCOUNT(RULE-IDX) TO U-ACCOUNT.
           MOVE WS-RULE-CURRENCY(RULE-IDX) TO U-CURRENCY.
           MOVE WS-RULE-POOL(RULE-IDX) TO U-POOL.
           EVALUATE WS-RULE-DRIVER(RULE-IDX)
               WHEN "C"
                   MOVE "TRANS COUNT" TO U-DRIVER
                   PERFORM BUILD-COUNT-SHARES
               WHEN "V"
                   MOVE "BRTOT VALUE" TO U-DRIVER
                   PERFORM BUILD-VALUE-SHARES
               WHEN "P"
                   MOVE "FIXED PCT" TO U-DRIVER
                   PERFORM BUILD-PERCENT-SHARES
               WHEN OTHER
                   MOVE "UNKNOWN" TO U-DRIVER
                   MOVE "N" TO WS-RULE-OK
                   MOVE "DRIVER CODE NOT C, V OR P" TO RJ-REASON
           END-EVALUATE.
           MOVE WS-DRIVER-TOTAL TO U-DRIVER-TOTAL.
           WRITE RPT-LINE FROM WS-RULE-LINE.
           IF WS-RULE-OK = "Y"
               PERFORM COMPUTE-RULE-SHARES
           END-IF.
           IF WS-RULE-OK = "Y"
               PERFORM WRITE-RULE-SCHEDULE
               PERFORM WRITE-RULE-POSTINGS
               ADD 1 TO WS-ALLOCATED-RULES
           ELSE
               WRITE RPT-LINE FROM WS-REJECT-LINE
               ADD 1 TO WS-EXCP-COUNT
               MOVE "ALLOCATE-ONE-RULE" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "rule " WS-RULE-ID(RULE-IDX)
                   " not allocated: " RJ-REASON
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       BUILD-COUNT-SHARES.
           IF WS-CNT-OVERFLOW = "Y"
               MOVE "N" TO WS-RULE-OK
               MOVE "BRANCH COUNT TABLE OVERFLOWED" TO RJ-REASON
           END-IF.
           SET CNT-IDX TO 1.
           PERFORM UNTIL CNT-IDX > WS-CNT-COUNT
               ADD 1 TO WS-SHR-COUNT
               SET SHR-IDX TO WS-SHR-COUNT
               MOVE WS-CNT-BRANCH(CNT-IDX) TO WS-SHR-BRANCH(SHR-IDX)
               MOVE WS-CNT-TRANS(CNT-IDX) TO WS-SHR-DRIVER(SHR-IDX)
               MOVE ZERO TO WS-SHR-AMOUNT(SHR-IDX)
               ADD WS-CNT-TRANS(CNT-IDX) TO WS-DRIVER-TOTAL
               SET CNT-IDX UP BY 1
           END-PERFORM.

       BUILD-VALUE-SHARES.
           IF WS-VAL-OVERFLOW = "Y"
               MOVE "N" TO WS-RULE-OK
               MOVE "BRANCH VALUE TABLE OVERFLOWED" TO RJ-REASON
           END-IF.
           SET VAL-IDX TO 1.
           PERFORM UNTIL VAL-IDX > WS-VAL-COUNT
               IF WS-VAL-CURRENCY(VAL-IDX) =
                       WS-RULE-CURRENCY(RULE-IDX)
                       AND WS-VAL-AMOUNT(VAL-IDX) > ZERO
                       AND WS-SHR-COUNT < 200
                   ADD 1 TO WS-SHR-COUNT
                   SET SHR-IDX TO WS-SHR-COUNT
                   MOVE WS-VAL-BRANCH(VAL-IDX)
                       TO WS-SHR-BRANCH(SHR-IDX)
                   MOVE WS-VAL-AMOUNT(VAL-IDX)
                       TO WS-SHR-DRIVER(SHR-IDX)
                   MOVE ZERO TO WS-SHR-AMOUNT(SHR-IDX)
                   ADD WS-VAL-AMOUNT(VAL-IDX) TO WS-DRIVER-TOTAL
               END-IF
               SET VAL-IDX UP BY 1
           END-PERFORM.

       BUILD-PERCENT-SHARES.
           SET PCT-IDX TO 1.
           PERFORM UNTIL PCT-IDX > WS-PCT-COUNT
               IF WS-PCT-RULE-ID(PCT-IDX) = WS-RULE-ID(RULE-IDX)
                       AND WS-SHR-COUNT < 200
                   ADD 1 TO WS-SHR-COUNT
                   SET SHR-IDX TO WS-SHR-COUNT
                   MOVE WS-PCT-BRANCH(PCT-IDX)
                       TO WS-SHR-BRANCH(SHR-IDX)
                   MOVE WS-PCT-PERCENT(PCT-IDX)
                       TO WS-SHR-DRIVER(SHR-IDX)
                   MOVE ZERO TO WS-SHR-AMOUNT(SHR-IDX)
                   ADD WS-PCT-PERCENT(PCT-IDX) TO WS-DRIVER-TOTAL
               END-IF
               SET PCT-IDX UP BY 1
           END-PERFORM.
           IF WS-RULE-OK = "Y" AND WS-SHR-COUNT > 0
                   AND WS-DRIVER-TOTAL NOT = 100
               MOVE "N" TO WS-RULE-OK
               MOVE "FIXED PERCENTAGES DO NOT TOTAL 100.00"
                   TO RJ-REASON
           END-IF.

       COMPUTE-RULE-SHARES.
           IF WS-DRIVER-TOTAL NOT > ZERO
               MOVE "N" TO WS-RULE-OK
               MOVE "DRIVER TOTAL IS ZERO - NOTHING TO DIVIDE BY"
                   TO RJ-REASON
           END-IF.
           MOVE ZERO TO WS-ALLOCATED-TOTAL.
           SET SHR-IDX TO 1.
           PERFORM UNTIL SHR-IDX > WS-SHR-COUNT
                   OR WS-RULE-OK = "N"
               DIVIDE WS-SHR-DRIVER(SHR-IDX) BY WS-DRIVER-TOTAL
                   GIVING WS-SHARE-RATIO
                   ON SIZE ERROR
                       MOVE "N" TO WS-RULE-OK
                       MOVE "SHARE RATIO OVERFLOW" TO RJ-REASON
               END-DIVIDE
               COMPUTE WS-SHR-AMOUNT(SHR-IDX) =
                   WS-RULE-POOL(RULE-IDX) * WS-SHARE-RATIO
               ADD WS-SHR-AMOUNT(SHR-IDX) TO WS-ALLOCATED-TOTAL
               SET SHR-IDX UP BY 1
           END-PERFORM.
           IF WS-RULE-OK = "Y"
               COMPUTE WS-RESIDUE =
                   WS-RULE-POOL(RULE-IDX) - WS-ALLOCATED-TOTAL
               IF WS-RESIDUE NOT = ZERO
                   PERFORM ASSIGN-ROUNDING-RESIDUE
               END-IF
           END-IF.

       ASSIGN-ROUNDING-RESIDUE.
           MOVE "N" TO WS-FOUND-SW.
           SET SHR-IDX TO 1.
           PERFORM UNTIL SHR-IDX > WS-SHR-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-SHR-BRANCH(SHR-IDX) =
                       WS-RULE-RESIDUE-BR(RULE-IDX)
                   ADD WS-RESIDUE TO WS-SHR-AMOUNT(SHR-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET SHR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-SHR-COUNT < 200
                       AND WS-RULE-RESIDUE-BR(RULE-IDX) NOT = SPACES
                   ADD 1 TO WS-SHR-COUNT
                   SET SHR-IDX TO WS-SHR-COUNT
                   MOVE WS-RULE-RESIDUE-BR(RULE-IDX)
                       TO WS-SHR-BRANCH(SHR-IDX)
                   MOVE ZERO TO WS-SHR-DRIVER(SHR-IDX)
                   MOVE WS-RESIDUE TO WS-SHR-AMOUNT(SHR-IDX)
               ELSE
                   MOVE "N" TO WS-RULE-OK
                   MOVE "NO RESIDUE BRANCH FOR ROUNDING DIFFERENCE"
                       TO RJ-REASON
               END-IF
           END-IF.

       WRITE-RULE-SCHEDULE.
           SET SHR-IDX TO 1.
           PERFORM UNTIL SHR-IDX > WS-SHR-COUNT
               MOVE WS-SHR-BRANCH(SHR-IDX) TO S-BRANCH
               MOVE WS-SHR-DRIVER(SHR-IDX) TO S-DRIVER
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-SHR-DRIVER(SHR-IDX) * 100 / WS-DRIVER-TOTAL
               MOVE WS-SHARE-PCT TO S-SHARE
               MOVE WS-SHR-AMOUNT(SHR-IDX) TO S-AMOUNT
               WRITE RPT-LINE FROM WS-SHARE-LINE
               SET SHR-IDX UP BY 1
           END-PERFORM.
           IF WS-RESIDUE NOT = ZERO
               MOVE WS-RULE-RESIDUE-BR(RULE-IDX) TO RS-BRANCH
               MOVE WS-RESIDUE TO RS-AMOUNT
               WRITE RPT-LINE FROM WS-RESIDUE-LINE
           END-IF.

       WRITE-RULE-POSTINGS.
           IF WS-GL-OPEN = "N"
               PERFORM OPEN-ALLOCATION-POSTINGS
           END-IF.
           MOVE WS-RULE-ACCOUNT(RULE-IDX) TO WS-BRANCH-ACCT-PFX.
           SET SHR-IDX TO 1.
           PERFORM UNTIL SHR-IDX > WS-SHR-COUNT
               IF WS-SHR-AMOUNT(SHR-IDX) NOT = ZERO
                   PERFORM POST-ONE-SHARE
               END-IF
               SET SHR-IDX UP BY 1
           END-PERFORM.

       OPEN-ALLOCATION-POSTINGS.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GLFEED-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           MOVE "Y" TO WS-GL-OPEN.
           MOVE ZERO TO WS-GL-DETAIL-COUNT.
           MOVE ZERO TO WS-GL-HASH-TOTAL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-ALLOC-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.

       POST-ONE-SHARE.
           MOVE WS-SHR-BRANCH(SHR-IDX) TO WS-BRANCH-ACCT-BR.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-BRANCH-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-RULE-CURRENCY(RULE-IDX) TO GL-CURRENCY-CODE.
           MOVE WS-SHR-AMOUNT(SHR-IDX) TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT.
           ADD WS-SHR-AMOUNT(SHR-IDX) TO WS-GL-HASH-TOTAL.
           ADD 1 TO WS-POSTED-COUNT.
           COMPUTE WS-CONTRA-AMOUNT = 0 - WS-SHR-AMOUNT(SHR-IDX).
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-RULE-ACCOUNT(RULE-IDX) TO GL-ACCOUNT-CODE.
           MOVE WS-RULE-CURRENCY(RULE-IDX) TO GL-CURRENCY-CODE.
           MOVE WS-CONTRA-AMOUNT TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.

       CLOSE-ALLOCATION-POSTINGS.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-ALLOC-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

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
