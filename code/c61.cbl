       IDENTIFICATION DIVISION.
       PROGRAM-ID. CurrencyExposure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRATE-STATUS.

           SELECT LIMIT-CONTROL-FILE ASSIGN TO "FXLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXLIMIT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT EXPOSURE-REPORT ASSIGN TO "FXLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           COPY POSMSTR.

       FD  REVERSED-DATE-FILE.
       01  REVERSED-DATE-RECORD.
           05  RV-DATE             PIC 9(8).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           COPY EXCHRATE.

       FD  LIMIT-CONTROL-FILE.
       01  LIMIT-CONTROL-RECORD.
           05  FL-CURRENCY         PIC X(3).
           05  FL-MAX-POSITION     PIC 9(11)V99.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  EXPOSURE-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-EXRATE-STATUS        PIC X(2)    VALUE "00".
       01  WS-FXLIMIT-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-BREACH-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-NO-RATE-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-CHECKED-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-BASE-CURRENCY        PIC X(3)    VALUE "JPY".
       01  WS-RATE-USED            PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-BEST-EFF        PIC 9(8)    VALUE ZERO.
       01  WS-RATE-FOUND           PIC X       VALUE "N".
       01  WS-RATE-OVERFLOW        PIC X       VALUE "N".
       01  WS-POS-OVERFLOW         PIC X       VALUE "N".
       01  WS-LIMIT-FOUND          PIC X       VALUE "N".
       01  WS-LIMIT-USED           PIC 9(11)V99 VALUE ZERO.
       01  WS-BASE-POSITION        PIC S9(13)V99 VALUE ZERO.
       01  WS-NET-EXPOSURE         PIC 9(13)V99 VALUE ZERO.
       01  WS-OVER-AMOUNT          PIC 9(13)V99 VALUE ZERO.

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE        PIC 9(8)    OCCURS 50 TIMES
                                       INDEXED BY RVRS-IDX.

       01  WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY RATE-IDX.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-VALUE       PIC 9(3)V9(6).
               10  WS-RATE-EFF-DATE    PIC 9(8).

       01  WS-LIM-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 50 TIMES
                                   INDEXED BY LIM-IDX.
               10  WS-LIM-CURRENCY     PIC X(3).
               10  WS-LIM-MAX          PIC 9(11)V99.

       01  WS-POS-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 50 TIMES
                                   INDEXED BY POS-IDX.
               10  WS-POS-CURRENCY     PIC X(3).
               10  WS-POS-BALANCE      PIC S9(11)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "CurrencyExposure".
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
               "NET OPEN CURRENCY POSITIONS FOR:  ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(16)   VALUE
               "  BASE CURRENCY ".
           05  H-BASE              PIC X(3).

       01  WS-POSITION-LINE.
           05  FILLER              PIC X(10)   VALUE "CURRENCY: ".
           05  P-CURRENCY          PIC X(3).
           05  FILLER              PIC X(12)   VALUE "  POSITION: ".
           05  P-POSITION          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  RATE: ".
           05  P-RATE              PIC ZZ9.999999.
           05  FILLER              PIC X(8)    VALUE "  BASE: ".
           05  P-BASE              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(9)    VALUE "  LIMIT: ".
           05  P-LIMIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  P-STATUS            PIC X(9).

       01  WS-BREACH-LINE.
           05  FILLER              PIC X(24)   VALUE
               "*** LIMIT BREACH ***    ".
           05  B-CURRENCY          PIC X(3).
           05  FILLER              PIC X(17)   VALUE
               "  NET EXPOSURE:  ".
           05  B-EXPOSURE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  OVER: ".
           05  B-OVER              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
               "CURRENCIES CHECKED: ".
           05  S-CHECKED           PIC ZZ9.
           05  FILLER              PIC X(12)   VALUE "  BREACHES: ".
           05  S-BREACHES          PIC ZZ9.
           05  FILLER              PIC X(11)   VALUE "  NO RATE: ".
           05  S-NO-RATE           PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-CURRENCY-LIMITS.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-REVERSED-DATES.
           PERFORM ACCUMULATE-POSITIONS.
           OPEN OUTPUT EXPOSURE-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-BASE-CURRENCY TO H-BASE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           SET POS-IDX TO 1.
           PERFORM UNTIL POS-IDX > WS-POS-COUNT
               IF WS-POS-CURRENCY(POS-IDX) NOT = WS-BASE-CURRENCY
                   PERFORM CHECK-CURRENCY-POSITION
               END-IF
               SET POS-IDX UP BY 1
           END-PERFORM.
           MOVE WS-CHECKED-COUNT TO S-CHECKED.
           MOVE WS-BREACH-COUNT TO S-BREACHES.
           MOVE WS-NO-RATE-COUNT TO S-NO-RATE.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE EXPOSURE-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "CURRENCY LIMIT BREACHES: " WS-BREACH-COUNT.
           IF WS-RATE-OVERFLOW = "Y" OR WS-POS-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-BREACH-COUNT > 0 OR WS-NO-RATE-COUNT > 0
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

       LOAD-CURRENCY-LIMITS.
           OPEN INPUT LIMIT-CONTROL-FILE.
           IF WS-FXLIMIT-STATUS = "00"
               PERFORM UNTIL WS-FXLIMIT-STATUS NOT = "00"
                   READ LIMIT-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-FXLIMIT-STATUS
                       NOT AT END
                           IF FL-MAX-POSITION NUMERIC
                                   AND WS-LIM-COUNT < 50
                               ADD 1 TO WS-LIM-COUNT
                               SET LIM-IDX TO WS-LIM-COUNT
                               MOVE FL-CURRENCY
                                   TO WS-LIM-CURRENCY(LIM-IDX)
                               MOVE FL-MAX-POSITION
                                   TO WS-LIM-MAX(LIM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-CONTROL-FILE
           ELSE
               MOVE "LOAD-CURRENCY-LIMITS" TO WS-ERR-PARAGRAPH
               MOVE "currency limit control not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXRATE-STATUS = "00"
               PERFORM UNTIL WS-EXRATE-STATUS NOT = "00"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-EXRATE-STATUS
                       NOT AT END
                           IF XR-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
                               PERFORM STORE-EXCHANGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           ELSE
               MOVE "LOAD-EXCHANGE-RATES" TO WS-ERR-PARAGRAPH
               MOVE "exchange-rate master not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-EXCHANGE-RATE.
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IDX TO WS-RATE-COUNT
               MOVE XR-CURRENCY-CODE TO WS-RATE-CURRENCY(RATE-IDX)
               MOVE XR-RATE TO WS-RATE-VALUE(RATE-IDX)
               MOVE XR-EFFECTIVE-DATE TO WS-RATE-EFF-DATE(RATE-IDX)
           ELSE
               IF WS-RATE-OVERFLOW = "N"
                   MOVE "Y" TO WS-RATE-OVERFLOW
                   MOVE "STORE-EXCHANGE-RATE" TO WS-ERR-PARAGRAPH
                   MOVE "exchange-rate table full, rows dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

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

       ACCUMULATE-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMSTR-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF PM-DATE NOT > WS-RUN-DATE-NUM
                               PERFORM STORE-POSITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           ELSE
               MOVE "ACCUMULATE-POSITIONS" TO WS-ERR-PARAGRAPH
               MOVE "position master not available, nothing checked"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-POSITION-ROW.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.
           PERFORM UNTIL RVRS-IDX > WS-RVRS-COUNT
               IF WS-RVRS-DATE(RVRS-IDX) = PM-DATE
                   MOVE "Y" TO WS-ROW-REVERSED
               END-IF
               SET RVRS-IDX UP BY 1
           END-PERFORM.
           IF WS-ROW-REVERSED = "N"
               MOVE "N" TO WS-FOUND-SW
               SET POS-IDX TO 1
               PERFORM UNTIL POS-IDX > WS-POS-COUNT
                       OR WS-FOUND-SW = "Y"
                   IF WS-POS-CURRENCY(POS-IDX) = PM-CURRENCY
                       ADD PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
                   SET POS-IDX UP BY 1
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   IF WS-POS-COUNT < 50
                       ADD 1 TO WS-POS-COUNT
                       SET POS-IDX TO WS-POS-COUNT
                       MOVE PM-CURRENCY TO WS-POS-CURRENCY(POS-IDX)
                       MOVE PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
                   ELSE
                       IF WS-POS-OVERFLOW = "N"
                           MOVE "Y" TO WS-POS-OVERFLOW
                           MOVE "STORE-POSITION-ROW"
                               TO WS-ERR-PARAGRAPH
                           MOVE "currency table full, rows dropped"
                               TO WS-ERR-MESSAGE
                           MOVE "S" TO WS-ERR-SEVERITY
                           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CURRENCY-POSITION.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM LOOK-UP-RATE.
           PERFORM LOOK-UP-LIMIT.
           MOVE WS-POS-CURRENCY(POS-IDX) TO P-CURRENCY.
           MOVE WS-POS-BALANCE(POS-IDX) TO P-POSITION.
           MOVE WS-RATE-USED TO P-RATE.
           MOVE WS-LIMIT-USED TO P-LIMIT.
           MOVE ZERO TO WS-BASE-POSITION.
           MOVE ZERO TO WS-NET-EXPOSURE.
           IF WS-RATE-FOUND = "N"
               MOVE ZERO TO P-BASE
               MOVE "NO RATE" TO P-STATUS
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "CHECK-CURRENCY-POSITION" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "no exchange rate, limit not checked for "
                   WS-POS-CURRENCY(POS-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               WRITE RPT-LINE FROM WS-POSITION-LINE
           ELSE
               COMPUTE WS-BASE-POSITION ROUNDED =
                   WS-POS-BALANCE(POS-IDX) * WS-RATE-USED
               MOVE WS-BASE-POSITION TO P-BASE
               IF WS-BASE-POSITION < ZERO
                   COMPUTE WS-NET-EXPOSURE = 0 - WS-BASE-POSITION
               ELSE
                   MOVE WS-BASE-POSITION TO WS-NET-EXPOSURE
               END-IF
               IF WS-LIMIT-FOUND = "N"
                   MOVE "NO LIMIT" TO P-STATUS
                   WRITE RPT-LINE FROM WS-POSITION-LINE
               ELSE
                   IF WS-NET-EXPOSURE > WS-LIMIT-USED
                       MOVE "BREACH" TO P-STATUS
                       WRITE RPT-LINE FROM WS-POSITION-LINE
                       PERFORM REPORT-LIMIT-BREACH
                   ELSE
                       MOVE "WITHIN" TO P-STATUS
                       WRITE RPT-LINE FROM WS-POSITION-LINE
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE ZERO TO WS-RATE-USED.
           MOVE ZERO TO WS-RATE-BEST-EFF.
           SET RATE-IDX TO 1.
           PERFORM UNTIL RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CURRENCY(RATE-IDX) = WS-POS-CURRENCY(POS-IDX)
                       AND WS-RATE-EFF-DATE(RATE-IDX) >=
                           WS-RATE-BEST-EFF
                   MOVE WS-RATE-VALUE(RATE-IDX) TO WS-RATE-USED
                   MOVE WS-RATE-EFF-DATE(RATE-IDX)
                       TO WS-RATE-BEST-EFF
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
               SET RATE-IDX UP BY 1
           END-PERFORM.

       LOOK-UP-LIMIT.
           MOVE "N" TO WS-LIMIT-FOUND.
           MOVE ZERO TO WS-LIMIT-USED.
           SET LIM-IDX TO 1.
           PERFORM UNTIL LIM-IDX > WS-LIM-COUNT
                   OR WS-LIMIT-FOUND = "Y"
               IF WS-LIM-CURRENCY(LIM-IDX) = WS-POS-CURRENCY(POS-IDX)
                   MOVE WS-LIM-MAX(LIM-IDX) TO WS-LIMIT-USED
                   MOVE "Y" TO WS-LIMIT-FOUND
               END-IF
               SET LIM-IDX UP BY 1
           END-PERFORM.

       REPORT-LIMIT-BREACH.
           ADD 1 TO WS-BREACH-COUNT.
           COMPUTE WS-OVER-AMOUNT = WS-NET-EXPOSURE - WS-LIMIT-USED.
           MOVE WS-POS-CURRENCY(POS-IDX) TO B-CURRENCY.
           MOVE WS-NET-EXPOSURE TO B-EXPOSURE.
           MOVE WS-OVER-AMOUNT TO B-OVER.
           WRITE RPT-LINE FROM WS-BREACH-LINE.
           MOVE "REPORT-LIMIT-BREACH" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "net open position limit breached for "
               WS-POS-CURRENCY(POS-IDX)
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
           MOVE WS-BREACH-COUNT TO JA-REJECT-COUNT.
           MOVE WS-CHECKED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
