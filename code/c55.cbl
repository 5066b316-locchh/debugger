       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestAccrual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT ACCRUAL-RATE-FILE ASSIGN TO "ACCRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRATE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLACCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT MONTH-TO-DATE-FILE ASSIGN TO "ACCRMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRMTD-STATUS.

           SELECT ACCRUAL-REPORT ASSIGN TO "ACCRRPT"
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

       FD  ACCRUAL-RATE-FILE.
       01  ACCRUAL-RATE-RECORD.
           COPY ACCRATE.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           COPY GLFEED.

       FD  MONTH-TO-DATE-FILE.
       01  MONTH-TO-DATE-RECORD.
           05  AM-BRANCH           PIC X(4).
           05  AM-CURRENCY         PIC X(3).
           05  AM-MONTH            PIC 9(6).
           05  AM-MTD-AMOUNT       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AM-LAST-DATE        PIC 9(8).
           05  AM-LAST-AMOUNT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  ACCRUAL-REPORT.
       01  RPT-LINE                PIC X(120).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-ACCRATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-HOLCAL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-ACCRMTD-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-IS-HOLIDAY           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-ACCRUAL-SOURCE       PIC X(10)   VALUE "ACCRUAL".
       01  WS-EXPENSE-ACCOUNT      PIC X(10)   VALUE "INTEXPENSE".
       01  WS-PAYABLE-ACCOUNT      PIC X(10)   VALUE "INTPAYABLE".
       01  WS-RECEIV-ACCOUNT       PIC X(10)   VALUE "INTRECEIV".
       01  WS-INCOME-ACCOUNT       PIC X(10)   VALUE "INTINCOME".
       01  WS-RUN-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-RUN-INT              PIC 9(7)    VALUE ZERO.
       01  WS-DATE-INT             PIC 9(7)    VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9       VALUE ZERO.
       01  WS-CHECK-DATE-NUM       PIC 9(8)    VALUE ZERO.
       01  WS-NEXT-BUS-DATE        PIC 9(8)    VALUE ZERO.
       01  WS-ACCRUAL-DAYS         PIC 9(3)    VALUE ZERO.
       01  WS-DAY-BASIS            PIC 9(3)    VALUE 365.
       01  WS-RATE-USED            PIC 9V9(6)  VALUE ZERO.
       01  WS-RATE-FOUND           PIC X       VALUE "N".
       01  WS-RATE-BEST-EFF        PIC 9(8)    VALUE ZERO.
       01  WS-RATE-OVERFLOW        PIC X       VALUE "N".
       01  WS-POS-OVERFLOW         PIC X       VALUE "N".
       01  WS-MTD-OVERFLOW         PIC X       VALUE "N".
       01  WS-LOOKUP-CURRENCY      PIC X(3)    VALUE SPACES.
       01  WS-ACCRUAL-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01  WS-MTD-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-EXPENSE        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-INCOME         PIC S9(11)V99 VALUE ZERO.
       01  WS-POST-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTRA-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-DEBIT-ACCOUNT        PIC X(10)   VALUE SPACES.
       01  WS-CREDIT-ACCOUNT       PIC X(10)   VALUE SPACES.
       01  WS-GL-DETAIL-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-GL-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-RUN-FUNCTION         PIC X       VALUE SPACE.
       01  WS-RUN-ALLOWED          PIC X       VALUE "Y".

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE        PIC 9(8)    OCCURS 50 TIMES
                                       INDEXED BY RVRS-IDX.

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY RATE-IDX.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-EFF-DATE    PIC 9(8).
               10  WS-RATE-DEBIT       PIC 9V9(6).
               10  WS-RATE-CREDIT      PIC 9V9(6).
               10  WS-RATE-BASIS       PIC 9(3).

       01  WS-RATE-DEBIT-USED      PIC 9V9(6)  VALUE ZERO.
       01  WS-RATE-CREDIT-USED     PIC 9V9(6)  VALUE ZERO.

       01  WS-POS-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 500 TIMES
                                   INDEXED BY POS-IDX.
               10  WS-POS-BRANCH       PIC X(4).
               10  WS-POS-CURRENCY     PIC X(3).
               10  WS-POS-BALANCE      PIC S9(11)V99.

       01  WS-MTD-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-MTD-TABLE.
           05  WS-MTD-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY MTD-IDX.
               10  WS-MTD-BRANCH       PIC X(4).
               10  WS-MTD-CURRENCY     PIC X(3).
               10  WS-MTD-MONTH        PIC 9(6).
               10  WS-MTD-TOTAL        PIC S9(9)V99.
               10  WS-MTD-LAST-DATE    PIC 9(8).
               10  WS-MTD-LAST-AMOUNT  PIC S9(9)V99.

       01  WS-GLC-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-GLC-TABLE.
           05  WS-GLC-ENTRY OCCURS 20 TIMES
                                   INDEXED BY GLC-IDX.
               10  WS-GLC-CURRENCY     PIC X(3).
               10  WS-GLC-EXPENSE      PIC S9(9)V99.
               10  WS-GLC-INCOME       PIC S9(9)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "InterestAccrual".
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
               "DAILY INTEREST ACCRUAL FOR:       ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(19)   VALUE
               "  NEXT BUSINESS DAY".
           05  FILLER              PIC X(2)    VALUE ": ".
           05  H-NEXT-DATE         PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "  DAYS: ".
           05  H-DAYS              PIC ZZ9.

       01  WS-ACCRUAL-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  A-BRANCH            PIC X(4).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  A-CURRENCY          PIC X(3).
           05  FILLER              PIC X(11)   VALUE "  BALANCE: ".
           05  A-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  RATE: ".
           05  A-RATE              PIC 9.9(6).
           05  FILLER              PIC X       VALUE "/".
           05  A-BASIS             PIC 999.
           05  FILLER              PIC X(11)   VALUE "  ACCRUED: ".
           05  A-ACCRUED           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(7)    VALUE "  MTD: ".
           05  A-MTD               PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-NO-RATE-LINE.
           05  FILLER              PIC X(16)   VALUE "RATE MISSING FOR".
           05  FILLER              PIC X       VALUE SPACE.
           05  NR-BRANCH           PIC X(4).
           05  FILLER              PIC X       VALUE SPACE.
           05  NR-CURRENCY         PIC X(3).
           05  FILLER              PIC X(26)   VALUE
               " - POSITION NOT ACCRUED".

       01  WS-FOOTER-LINE.
           05  FILLER              PIC X(24)   VALUE
               "TOTAL INTEREST EXPENSE: ".
           05  F-EXPENSE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(20)   VALUE
               "  INTEREST INCOME: ".
           05  F-INCOME            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM REGISTER-RUN-CONTROL.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM COMPUTE-ACCRUAL-DAYS.
           PERFORM LOAD-ACCRUAL-RATES.
           PERFORM LOAD-REVERSED-DATES.
           PERFORM ACCUMULATE-POSITIONS.
           PERFORM LOAD-MONTH-TO-DATE.
           IF WS-POS-OVERFLOW = "Y" OR WS-MTD-OVERFLOW = "Y"
               DISPLAY "ACCRUAL TABLE CAPACITY EXCEEDED - STOPPED"
               PERFORM WRITE-JOB-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCRUAL-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-NEXT-BUS-DATE TO H-NEXT-DATE.
           MOVE WS-ACCRUAL-DAYS TO H-DAYS.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM ACCRUE-POSITIONS.
           MOVE WS-TOTAL-EXPENSE TO F-EXPENSE.
           MOVE WS-TOTAL-INCOME TO F-INCOME.
           WRITE RPT-LINE FROM WS-FOOTER-LINE.
           CLOSE ACCRUAL-REPORT.
           IF WS-GLC-COUNT > 0
               PERFORM WRITE-ACCRUAL-POSTINGS
           END-IF.
           PERFORM REWRITE-MONTH-TO-DATE.
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

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLCAL-STATUS = "00"
               PERFORM UNTIL WS-HOLCAL-STATUS NOT = "00"
                   READ HOLIDAY-FILE
                       AT END
                           MOVE "10" TO WS-HOLCAL-STATUS
                       NOT AT END
                           IF WS-HOL-COUNT < 100
                               ADD 1 TO WS-HOL-COUNT
                               SET HOL-IDX TO WS-HOL-COUNT
                               MOVE HOL-DATE TO WS-HOL-DATE(HOL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           ELSE
               MOVE "LOAD-HOLIDAY-CALENDAR" TO WS-ERR-PARAGRAPH
               MOVE "holiday calendar not available, weekends only"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       COMPUTE-ACCRUAL-DAYS.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-DATE-INT = WS-RUN-INT + 1.
           COMPUTE WS-CHECK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM CHECK-NON-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-HOLIDAY = "N"
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-NON-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-CHECK-DATE-NUM TO WS-NEXT-BUS-DATE.
           COMPUTE WS-ACCRUAL-DAYS = WS-DATE-INT - WS-RUN-INT.

       CHECK-NON-BUSINESS-DAY.
           MOVE "N" TO WS-IS-HOLIDAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "Y" TO WS-IS-HOLIDAY
           END-IF.
           SET HOL-IDX TO 1.
           PERFORM UNTIL HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(HOL-IDX) = WS-CHECK-DATE-NUM
                   MOVE "Y" TO WS-IS-HOLIDAY
               END-IF
               SET HOL-IDX UP BY 1
           END-PERFORM.

       LOAD-ACCRUAL-RATES.
           OPEN INPUT ACCRUAL-RATE-FILE.
           IF WS-ACCRATE-STATUS = "00"
               PERFORM UNTIL WS-ACCRATE-STATUS NOT = "00"
                   READ ACCRUAL-RATE-FILE
                       AT END
                           MOVE "10" TO WS-ACCRATE-STATUS
                       NOT AT END
                           IF AR-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
                               PERFORM STORE-ACCRUAL-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-RATE-FILE
           ELSE
               MOVE "LOAD-ACCRUAL-RATES" TO WS-ERR-PARAGRAPH
               MOVE "accrual-rate master not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-ACCRUAL-RATE.
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IDX TO WS-RATE-COUNT
               MOVE AR-CURRENCY-CODE TO WS-RATE-CURRENCY(RATE-IDX)
               MOVE AR-EFFECTIVE-DATE TO WS-RATE-EFF-DATE(RATE-IDX)
               MOVE AR-DEBIT-RATE TO WS-RATE-DEBIT(RATE-IDX)
               MOVE AR-CREDIT-RATE TO WS-RATE-CREDIT(RATE-IDX)
               IF AR-DAY-BASIS IS NUMERIC AND AR-DAY-BASIS > 0
                   MOVE AR-DAY-BASIS TO WS-RATE-BASIS(RATE-IDX)
               ELSE
                   MOVE 365 TO WS-RATE-BASIS(RATE-IDX)
               END-IF
           ELSE
               IF WS-RATE-OVERFLOW = "N"
                   MOVE "Y" TO WS-RATE-OVERFLOW
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE "STORE-ACCRUAL-RATE" TO WS-ERR-PARAGRAPH
                   MOVE "accrual-rate table full, rows dropped"
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
               MOVE "position master not available, nothing accrued"
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
                   IF WS-POS-BRANCH(POS-IDX) = PM-BRANCH
                           AND WS-POS-CURRENCY(POS-IDX) = PM-CURRENCY
                       ADD PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
                   SET POS-IDX UP BY 1
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   IF WS-POS-COUNT < 500
                       ADD 1 TO WS-POS-COUNT
                       SET POS-IDX TO WS-POS-COUNT
                       MOVE PM-BRANCH TO WS-POS-BRANCH(POS-IDX)
                       MOVE PM-CURRENCY TO WS-POS-CURRENCY(POS-IDX)
                       MOVE PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
                   ELSE
                       IF WS-POS-OVERFLOW = "N"
                           MOVE "Y" TO WS-POS-OVERFLOW
                           MOVE "STORE-POSITION-ROW"
                               TO WS-ERR-PARAGRAPH
                           MOVE "position table full, run stopped"
                               TO WS-ERR-MESSAGE
                           MOVE "S" TO WS-ERR-SEVERITY
                           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-MONTH-TO-DATE.
           OPEN INPUT MONTH-TO-DATE-FILE.
           IF WS-ACCRMTD-STATUS = "00"
               PERFORM UNTIL WS-ACCRMTD-STATUS NOT = "00"
                   READ MONTH-TO-DATE-FILE
                       AT END
                           MOVE "10" TO WS-ACCRMTD-STATUS
                       NOT AT END
                           IF AM-MONTH = WS-RUN-MONTH
                               PERFORM STORE-MONTH-TO-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-TO-DATE-FILE
           END-IF.

       STORE-MONTH-TO-DATE.
           IF WS-MTD-COUNT < 500
               ADD 1 TO WS-MTD-COUNT
               SET MTD-IDX TO WS-MTD-COUNT
               MOVE AM-BRANCH TO WS-MTD-BRANCH(MTD-IDX)
               MOVE AM-CURRENCY TO WS-MTD-CURRENCY(MTD-IDX)
               MOVE AM-MONTH TO WS-MTD-MONTH(MTD-IDX)
               MOVE AM-MTD-AMOUNT TO WS-MTD-TOTAL(MTD-IDX)
               MOVE AM-LAST-DATE TO WS-MTD-LAST-DATE(MTD-IDX)
               MOVE AM-LAST-AMOUNT TO WS-MTD-LAST-AMOUNT(MTD-IDX)
           ELSE
               IF WS-MTD-OVERFLOW = "N"
                   MOVE "Y" TO WS-MTD-OVERFLOW
                   MOVE "STORE-MONTH-TO-DATE" TO WS-ERR-PARAGRAPH
                   MOVE "month-to-date table full, run stopped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       ACCRUE-POSITIONS.
           SET POS-IDX TO 1.
           PERFORM UNTIL POS-IDX > WS-POS-COUNT
               PERFORM ACCRUE-ONE-POSITION
               SET POS-IDX UP BY 1
           END-PERFORM.

       ACCRUE-ONE-POSITION.
           MOVE WS-POS-CURRENCY(POS-IDX) TO WS-LOOKUP-CURRENCY.
           PERFORM LOOK-UP-ACCRUAL-RATE.
           IF WS-RATE-FOUND = "N"
               MOVE WS-POS-BRANCH(POS-IDX) TO NR-BRANCH
               MOVE WS-POS-CURRENCY(POS-IDX) TO NR-CURRENCY
               WRITE RPT-LINE FROM WS-NO-RATE-LINE
               ADD 1 TO WS-EXCP-COUNT
               MOVE "ACCRUE-ONE-POSITION" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "no accrual rate on file for "
                   WS-POS-CURRENCY(POS-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               IF WS-POS-BALANCE(POS-IDX) < ZERO
                   MOVE WS-RATE-DEBIT-USED TO WS-RATE-USED
               ELSE
                   MOVE WS-RATE-CREDIT-USED TO WS-RATE-USED
               END-IF
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   WS-POS-BALANCE(POS-IDX) * WS-RATE-USED
                   * WS-ACCRUAL-DAYS / WS-DAY-BASIS
               PERFORM UPDATE-MONTH-TO-DATE
               PERFORM ACCUMULATE-GL-CURRENCY
               MOVE WS-POS-BRANCH(POS-IDX) TO A-BRANCH
               MOVE WS-POS-CURRENCY(POS-IDX) TO A-CURRENCY
               MOVE WS-POS-BALANCE(POS-IDX) TO A-BALANCE
               MOVE WS-RATE-USED TO A-RATE
               MOVE WS-DAY-BASIS TO A-BASIS
               MOVE WS-ACCRUAL-AMOUNT TO A-ACCRUED
               MOVE WS-MTD-AMOUNT TO A-MTD
               WRITE RPT-LINE FROM WS-ACCRUAL-LINE
           END-IF.

       LOOK-UP-ACCRUAL-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE ZERO TO WS-RATE-DEBIT-USED.
           MOVE ZERO TO WS-RATE-CREDIT-USED.
           MOVE 365 TO WS-DAY-BASIS.
           MOVE ZERO TO WS-RATE-BEST-EFF.
           SET RATE-IDX TO 1.
           PERFORM UNTIL RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CURRENCY(RATE-IDX) = WS-LOOKUP-CURRENCY
                       AND WS-RATE-EFF-DATE(RATE-IDX) >=
                           WS-RATE-BEST-EFF
                   MOVE WS-RATE-DEBIT(RATE-IDX) TO WS-RATE-DEBIT-USED
                   MOVE WS-RATE-CREDIT(RATE-IDX)
                       TO WS-RATE-CREDIT-USED
                   MOVE WS-RATE-BASIS(RATE-IDX) TO WS-DAY-BASIS
                   MOVE WS-RATE-EFF-DATE(RATE-IDX)
                       TO WS-RATE-BEST-EFF
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
               SET RATE-IDX UP BY 1
           END-PERFORM.

       UPDATE-MONTH-TO-DATE.
           MOVE "N" TO WS-FOUND-SW.
           SET MTD-IDX TO 1.
           PERFORM UNTIL MTD-IDX > WS-MTD-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-MTD-BRANCH(MTD-IDX) = WS-POS-BRANCH(POS-IDX)
                       AND WS-MTD-CURRENCY(MTD-IDX) =
                           WS-POS-CURRENCY(POS-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET MTD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               ADD 1 TO WS-MTD-COUNT
               SET MTD-IDX TO WS-MTD-COUNT
               MOVE WS-POS-BRANCH(POS-IDX) TO WS-MTD-BRANCH(MTD-IDX)
               MOVE WS-POS-CURRENCY(POS-IDX)
                   TO WS-MTD-CURRENCY(MTD-IDX)
               MOVE WS-RUN-MONTH TO WS-MTD-MONTH(MTD-IDX)
               MOVE ZERO TO WS-MTD-TOTAL(MTD-IDX)
               MOVE ZERO TO WS-MTD-LAST-DATE(MTD-IDX)
               MOVE ZERO TO WS-MTD-LAST-AMOUNT(MTD-IDX)
           END-IF.
           IF WS-MTD-LAST-DATE(MTD-IDX) = WS-RUN-DATE-NUM
               SUBTRACT WS-MTD-LAST-AMOUNT(MTD-IDX)
                   FROM WS-MTD-TOTAL(MTD-IDX)
           END-IF.
           ADD WS-ACCRUAL-AMOUNT TO WS-MTD-TOTAL(MTD-IDX).
           MOVE WS-RUN-DATE-NUM TO WS-MTD-LAST-DATE(MTD-IDX).
           MOVE WS-ACCRUAL-AMOUNT TO WS-MTD-LAST-AMOUNT(MTD-IDX).
           MOVE WS-MTD-TOTAL(MTD-IDX) TO WS-MTD-AMOUNT.

       ACCUMULATE-GL-CURRENCY.
           IF WS-ACCRUAL-AMOUNT NOT = ZERO
               MOVE "N" TO WS-FOUND-SW
               SET GLC-IDX TO 1
               PERFORM UNTIL GLC-IDX > WS-GLC-COUNT
                       OR WS-FOUND-SW = "Y"
                   IF WS-GLC-CURRENCY(GLC-IDX) =
                           WS-POS-CURRENCY(POS-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   ELSE
                       SET GLC-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND-SW = "N" AND WS-GLC-COUNT < 20
                   ADD 1 TO WS-GLC-COUNT
                   SET GLC-IDX TO WS-GLC-COUNT
                   MOVE WS-POS-CURRENCY(POS-IDX)
                       TO WS-GLC-CURRENCY(GLC-IDX)
                   MOVE ZERO TO WS-GLC-EXPENSE(GLC-IDX)
                   MOVE ZERO TO WS-GLC-INCOME(GLC-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               IF WS-FOUND-SW = "Y"
                   IF WS-ACCRUAL-AMOUNT > ZERO
                       ADD WS-ACCRUAL-AMOUNT
                           TO WS-GLC-EXPENSE(GLC-IDX)
                       ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-EXPENSE
                   ELSE
                       SUBTRACT WS-ACCRUAL-AMOUNT
                           FROM WS-GLC-INCOME(GLC-IDX)
                       SUBTRACT WS-ACCRUAL-AMOUNT FROM WS-TOTAL-INCOME
                   END-IF
               ELSE
                   ADD 1 TO WS-EXCP-COUNT
                   MOVE "ACCUMULATE-GL-CURRENCY" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "GL currency table full, not posted: "
                       WS-POS-CURRENCY(POS-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       WRITE-ACCRUAL-POSTINGS.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GLFEED-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           MOVE ZERO TO WS-GL-DETAIL-COUNT.
           MOVE ZERO TO WS-GL-HASH-TOTAL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-ACCRUAL-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           SET GLC-IDX TO 1.
           PERFORM UNTIL GLC-IDX > WS-GLC-COUNT
               PERFORM POST-ONE-CURRENCY
               SET GLC-IDX UP BY 1
           END-PERFORM.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-ACCRUAL-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

       POST-ONE-CURRENCY.
           IF WS-GLC-EXPENSE(GLC-IDX) NOT = ZERO
               MOVE WS-GLC-EXPENSE(GLC-IDX) TO WS-POST-AMOUNT
               MOVE WS-EXPENSE-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-PAYABLE-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF.
           IF WS-GLC-INCOME(GLC-IDX) NOT = ZERO
               MOVE WS-GLC-INCOME(GLC-IDX) TO WS-POST-AMOUNT
               MOVE WS-RECEIV-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-INCOME-ACCOUNT TO WS-CREDIT-ACCOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF.

       WRITE-POSTING-PAIR.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-DEBIT-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-GLC-CURRENCY(GLC-IDX) TO GL-CURRENCY-CODE.
           MOVE WS-POST-AMOUNT TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT.
           ADD WS-POST-AMOUNT TO WS-GL-HASH-TOTAL.
           ADD 1 TO WS-POSTED-COUNT.
           COMPUTE WS-CONTRA-AMOUNT = 0 - WS-POST-AMOUNT.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO GL-DATE.
           MOVE WS-CREDIT-ACCOUNT TO GL-ACCOUNT-CODE.
           MOVE WS-GLC-CURRENCY(GLC-IDX) TO GL-CURRENCY-CODE.
           MOVE WS-CONTRA-AMOUNT TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.

       REWRITE-MONTH-TO-DATE.
           OPEN OUTPUT MONTH-TO-DATE-FILE.
           SET MTD-IDX TO 1.
           PERFORM UNTIL MTD-IDX > WS-MTD-COUNT
               MOVE WS-MTD-BRANCH(MTD-IDX) TO AM-BRANCH
               MOVE WS-MTD-CURRENCY(MTD-IDX) TO AM-CURRENCY
               MOVE WS-MTD-MONTH(MTD-IDX) TO AM-MONTH
               MOVE WS-MTD-TOTAL(MTD-IDX) TO AM-MTD-AMOUNT
               MOVE WS-MTD-LAST-DATE(MTD-IDX) TO AM-LAST-DATE
               MOVE WS-MTD-LAST-AMOUNT(MTD-IDX) TO AM-LAST-AMOUNT
               WRITE MONTH-TO-DATE-RECORD
               SET MTD-IDX UP BY 1
           END-PERFORM.
           CLOSE MONTH-TO-DATE-FILE.

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
