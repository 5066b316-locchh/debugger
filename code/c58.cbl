       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCMAP-STATUS.

           SELECT GL-POSTED-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOSTED-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLYEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT YEAR-END-REPORT ASSIGN TO "YERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-YYYYMM           PIC 9(6).
           05  PS-STATUS           PIC X.

       FD  GL-ACCOUNT-MAP.
       01  GL-ACCOUNT-MAP-RECORD.
           05  AM-BRANCH           PIC X(4).
           05  AM-CURRENCY         PIC X(3).
           05  AM-ACCOUNT          PIC X(10).
           05  AM-CONTRA-ACCOUNT   PIC X(10).
           05  AM-ACCOUNT-CLASS    PIC X.
           05  AM-CONTRA-CLASS     PIC X.

       FD  GL-POSTED-FILE.
       01  GL-POSTED-RECORD.
           COPY GLFEED.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  YE-RECORD-TYPE      PIC X.
           05  YE-DATE             PIC 9(8).
           05  YE-ACCOUNT-CODE     PIC X(10).
           05  YE-CURRENCY-CODE    PIC X(3).
           05  YE-AMOUNT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  YE-RECORD-COUNT     PIC 9(7).
           05  YE-HASH-TOTAL       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           COPY POSMSTR.

       FD  REVERSED-DATE-FILE.
       01  REVERSED-DATE-RECORD.
           05  RV-DATE             PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  YEAR-END-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-PERSTAT-STATUS       PIC X(2)    VALUE "00".
       01  WS-ACCMAP-STATUS        PIC X(2)    VALUE "00".
       01  WS-GLPOSTED-STATUS      PIC X(2)    VALUE "00".
       01  WS-GLFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-CLOSE-OK             PIC X       VALUE "Y".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-OPENING-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-CLOSE-SOURCE         PIC X(10)   VALUE "YEARCLOSE".
       01  WS-CLOSE-YEAR           PIC 9(4)    VALUE ZERO.
       01  WS-YEAR-ROW             PIC 9(6)    VALUE ZERO.
       01  WS-CHECK-MONTH          PIC 9(6)    VALUE ZERO.
       01  WS-MONTH-NO             PIC 9(2)    VALUE ZERO.
       01  WS-YEAR-FIRST-DATE      PIC 9(8)    VALUE ZERO.
       01  WS-YEAR-LAST-DATE       PIC 9(8)    VALUE ZERO.
       01  WS-NEW-YEAR-DATE        PIC 9(8)    VALUE ZERO.
       01  WS-ROW-CLASS            PIC X       VALUE SPACE.
       01  WS-RETAINED-ACCOUNT     PIC X(10)   VALUE SPACES.
       01  WS-POST-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-CONTRA-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-GL-DETAIL-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-GL-HASH-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-BAL-OVERFLOW         PIC X       VALUE "N".
       01  WS-POS-OVERFLOW         PIC X       VALUE "N".
       01  WS-RUN-FUNCTION         PIC X       VALUE SPACE.
       01  WS-RUN-ALLOWED          PIC X       VALUE "Y".

       01  WS-PER-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 60 TIMES
                                   INDEXED BY PER-IDX.
               10  WS-PER-MONTH        PIC 9(6).
               10  WS-PER-STATUS       PIC X.

       01  WS-ISA-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ISA-TABLE.
           05  WS-ISA-ACCOUNT      PIC X(10)   OCCURS 200 TIMES
                                       INDEXED BY ISA-IDX.

       01  WS-RET-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 20 TIMES
                                   INDEXED BY RET-IDX.
               10  WS-RET-CURRENCY     PIC X(3).
               10  WS-RET-ACCOUNT      PIC X(10).

       01  WS-BAL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 500 TIMES
                                   INDEXED BY BAL-IDX.
               10  WS-BAL-ACCOUNT      PIC X(10).
               10  WS-BAL-CURRENCY     PIC X(3).
               10  WS-BAL-AMOUNT       PIC S9(11)V99.

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE        PIC 9(8)    OCCURS 50 TIMES
                                       INDEXED BY RVRS-IDX.

       01  WS-POS-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 200 TIMES
                                   INDEXED BY POS-IDX.
               10  WS-POS-BRANCH       PIC X(4).
               10  WS-POS-CURRENCY     PIC X(3).
               10  WS-POS-BALANCE      PIC S9(9)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "YearEndClose".
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
           05  FILLER              PIC X(23)   VALUE
               "FISCAL YEAR-END CLOSE: ".
           05  H-YEAR              PIC 9(4).
           05  FILLER              PIC X(12)   VALUE "  RUN DATE: ".
           05  H-RUN-DATE          PIC 9(8).

       01  WS-REFUSE-LINE.
           05  FILLER              PIC X(20)   VALUE
               "YEAR-END REFUSED -  ".
           05  RF-TEXT             PIC X(60).

       01  WS-CLOSING-LINE.
           05  FILLER              PIC X(9)    VALUE "CLOSING: ".
           05  CL-ACCOUNT          PIC X(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  CL-CURRENCY         PIC X(3).
           05  FILLER              PIC X(11)   VALUE "  BALANCE: ".
           05  CL-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(6)    VALUE "  TO: ".
           05  CL-RETAINED         PIC X(10).

       01  WS-OPENING-LINE.
           05  FILLER              PIC X(9)    VALUE "OPENING: ".
           05  OP-DATE             PIC 9(8).
           05  FILLER              PIC X(10)   VALUE "  BRANCH: ".
           05  OP-BRANCH           PIC X(4).
           05  FILLER              PIC X       VALUE SPACE.
           05  OP-CURRENCY         PIC X(3).
           05  FILLER              PIC X(11)   VALUE "  BALANCE: ".
           05  OP-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(17)   VALUE
               "CLOSING ENTRIES: ".
           05  SM-CLOSING          PIC ZZZZ9.
           05  FILLER              PIC X(18)   VALUE
               "  OPENING ROWS:   ".
           05  SM-OPENING          PIC ZZZZ9.
           05  FILLER              PIC X(16)   VALUE
               "  YEAR STATUS:  ".
           05  SM-STATUS           PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM REGISTER-RUN-CONTROL.
           OPEN OUTPUT YEAR-END-REPORT.
           MOVE WS-CLOSE-YEAR TO H-YEAR.
           MOVE WS-RUN-DATE-NUM TO H-RUN-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM LOAD-PERIOD-STATUS.
           PERFORM CHECK-YEAR-CLOSABLE.
           IF WS-CLOSE-OK = "Y"
               PERFORM LOAD-GL-ACCOUNT-MAP
               PERFORM ACCUMULATE-YEAR-POSTINGS
               PERFORM CHECK-RETAINED-ACCOUNTS
           END-IF.
           IF WS-CLOSE-OK = "Y"
               PERFORM WRITE-CLOSING-JOURNALS
               PERFORM LOAD-REVERSED-DATES
               PERFORM LOAD-POSITION-MASTER
               PERFORM WRITE-OPENING-BALANCES
               PERFORM MARK-YEAR-CLOSED
               MOVE "CLOSED" TO SM-STATUS
           ELSE
               MOVE "NOT CLOSED" TO SM-STATUS
           END-IF.
           MOVE WS-POSTED-COUNT TO SM-CLOSING.
           MOVE WS-OPENING-COUNT TO SM-OPENING.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE YEAR-END-REPORT.
           IF WS-CLOSE-OK = "Y"
               PERFORM COMPLETE-RUN-CONTROL
           END-IF.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-CLOSE-OK = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCP-COUNT > 0
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
           IF WS-RUN-MM = 12
               MOVE WS-RUN-YYYY TO WS-CLOSE-YEAR
           ELSE
               COMPUTE WS-CLOSE-YEAR = WS-RUN-YYYY - 1
           END-IF.
           COMPUTE WS-YEAR-ROW = WS-CLOSE-YEAR * 100.
           COMPUTE WS-YEAR-FIRST-DATE = WS-CLOSE-YEAR * 10000 + 101.
           COMPUTE WS-YEAR-LAST-DATE = WS-CLOSE-YEAR * 10000 + 1231.
           COMPUTE WS-NEW-YEAR-DATE =
               (WS-CLOSE-YEAR + 1) * 10000 + 101.

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

       LOAD-PERIOD-STATUS.
           MOVE ZERO TO WS-PER-COUNT.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERSTAT-STATUS = "00"
               PERFORM UNTIL WS-PERSTAT-STATUS NOT = "00"
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE "10" TO WS-PERSTAT-STATUS
                       NOT AT END
                           IF WS-PER-COUNT < 60
                               ADD 1 TO WS-PER-COUNT
                               SET PER-IDX TO WS-PER-COUNT
                               MOVE PS-YYYYMM
                                   TO WS-PER-MONTH(PER-IDX)
                               MOVE PS-STATUS
                                   TO WS-PER-STATUS(PER-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.
           MOVE "00" TO WS-PERSTAT-STATUS.

       CHECK-YEAR-CLOSABLE.
           SET PER-IDX TO 1.
           PERFORM UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-MONTH(PER-IDX) = WS-YEAR-ROW
                       AND WS-PER-STATUS(PER-IDX) = "C"
                   MOVE "N" TO WS-CLOSE-OK
                   MOVE SPACES TO RF-TEXT
                   STRING "FISCAL YEAR " WS-CLOSE-YEAR
                       " IS ALREADY CLOSED"
                       DELIMITED BY SIZE INTO RF-TEXT
                   WRITE RPT-LINE FROM WS-REFUSE-LINE
               END-IF
               SET PER-IDX UP BY 1
           END-PERFORM.
           MOVE 1 TO WS-MONTH-NO.
           PERFORM UNTIL WS-MONTH-NO > 12
               COMPUTE WS-CHECK-MONTH = WS-YEAR-ROW + WS-MONTH-NO
               MOVE "N" TO WS-FOUND-SW
               SET PER-IDX TO 1
               PERFORM UNTIL PER-IDX > WS-PER-COUNT
                   IF WS-PER-MONTH(PER-IDX) = WS-CHECK-MONTH
                           AND WS-PER-STATUS(PER-IDX) = "C"
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
                   SET PER-IDX UP BY 1
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   MOVE "N" TO WS-CLOSE-OK
                   MOVE SPACES TO RF-TEXT
                   STRING "MONTH " WS-CHECK-MONTH
                       " IS NOT CLOSED IN PERSTAT"
                       DELIMITED BY SIZE INTO RF-TEXT
                   WRITE RPT-LINE FROM WS-REFUSE-LINE
               END-IF
               ADD 1 TO WS-MONTH-NO
           END-PERFORM.
           IF WS-CLOSE-OK = "N"
               DISPLAY "YEAR-END CLOSE REFUSED FOR " WS-CLOSE-YEAR
               MOVE "CHECK-YEAR-CLOSABLE" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "year-end close refused for " WS-CLOSE-YEAR
                   ", see YERPT"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       LOAD-GL-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-ACCMAP-STATUS = "00"
               PERFORM UNTIL WS-ACCMAP-STATUS NOT = "00"
                   READ GL-ACCOUNT-MAP
                       AT END
                           MOVE "10" TO WS-ACCMAP-STATUS
                       NOT AT END
                           MOVE AM-ACCOUNT-CLASS TO WS-ROW-CLASS
                           MOVE AM-ACCOUNT TO WS-RETAINED-ACCOUNT
                           PERFORM CLASSIFY-MAP-ACCOUNT
                           MOVE AM-CONTRA-CLASS TO WS-ROW-CLASS
                           MOVE AM-CONTRA-ACCOUNT
                               TO WS-RETAINED-ACCOUNT
                           PERFORM CLASSIFY-MAP-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
           ELSE
               MOVE "N" TO WS-CLOSE-OK
               MOVE SPACES TO RF-TEXT
               MOVE "GLACCMAP NOT AVAILABLE" TO RF-TEXT
               WRITE RPT-LINE FROM WS-REFUSE-LINE
               MOVE "LOAD-GL-ACCOUNT-MAP" TO WS-ERR-PARAGRAPH
               MOVE "GL account mapping file not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       CLASSIFY-MAP-ACCOUNT.
           EVALUATE WS-ROW-CLASS
               WHEN "I"
                   MOVE "N" TO WS-FOUND-SW
                   SET ISA-IDX TO 1
                   PERFORM UNTIL ISA-IDX > WS-ISA-COUNT
                       IF WS-ISA-ACCOUNT(ISA-IDX) =
                               WS-RETAINED-ACCOUNT
                           MOVE "Y" TO WS-FOUND-SW
                       END-IF
                       SET ISA-IDX UP BY 1
                   END-PERFORM
                   IF WS-FOUND-SW = "N" AND WS-ISA-COUNT < 200
                       ADD 1 TO WS-ISA-COUNT
                       SET ISA-IDX TO WS-ISA-COUNT
                       MOVE WS-RETAINED-ACCOUNT
                           TO WS-ISA-ACCOUNT(ISA-IDX)
                   END-IF
               WHEN "R"
                   MOVE "N" TO WS-FOUND-SW
                   SET RET-IDX TO 1
                   PERFORM UNTIL RET-IDX > WS-RET-COUNT
                       IF WS-RET-CURRENCY(RET-IDX) = AM-CURRENCY
                           MOVE "Y" TO WS-FOUND-SW
                       END-IF
                       SET RET-IDX UP BY 1
                   END-PERFORM
                   IF WS-FOUND-SW = "N" AND WS-RET-COUNT < 20
                       ADD 1 TO WS-RET-COUNT
                       SET RET-IDX TO WS-RET-COUNT
                       MOVE AM-CURRENCY TO WS-RET-CURRENCY(RET-IDX)
                       MOVE WS-RETAINED-ACCOUNT
                           TO WS-RET-ACCOUNT(RET-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCUMULATE-YEAR-POSTINGS.
           OPEN INPUT GL-POSTED-FILE.
           IF WS-GLPOSTED-STATUS = "00"
               PERFORM UNTIL WS-GLPOSTED-STATUS NOT = "00"
                   READ GL-POSTED-FILE
                       AT END
                           MOVE "10" TO WS-GLPOSTED-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF GL-DATE NOT < WS-YEAR-FIRST-DATE
                                   AND GL-DATE NOT > WS-YEAR-LAST-DATE
                                   AND (GL-RECORD-TYPE = "D"
                                       OR GL-RECORD-TYPE = "C"
                                       OR GL-RECORD-TYPE = "R")
                               PERFORM STORE-YEAR-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POSTED-FILE
           END-IF.

       STORE-YEAR-POSTING.
           MOVE "N" TO WS-FOUND-SW.
           SET ISA-IDX TO 1.
           PERFORM UNTIL ISA-IDX > WS-ISA-COUNT
               IF WS-ISA-ACCOUNT(ISA-IDX) = GL-ACCOUNT-CODE
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET ISA-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "Y"
               MOVE "N" TO WS-FOUND-SW
               SET BAL-IDX TO 1
               PERFORM UNTIL BAL-IDX > WS-BAL-COUNT
                       OR WS-FOUND-SW = "Y"
                   IF WS-BAL-ACCOUNT(BAL-IDX) = GL-ACCOUNT-CODE
                           AND WS-BAL-CURRENCY(BAL-IDX) =
                               GL-CURRENCY-CODE
                       MOVE "Y" TO WS-FOUND-SW
                   ELSE
                       SET BAL-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND-SW = "N"
                   IF WS-BAL-COUNT < 500
                       ADD 1 TO WS-BAL-COUNT
                       SET BAL-IDX TO WS-BAL-COUNT
                       MOVE GL-ACCOUNT-CODE TO WS-BAL-ACCOUNT(BAL-IDX)
                       MOVE GL-CURRENCY-CODE
                           TO WS-BAL-CURRENCY(BAL-IDX)
                       MOVE ZERO TO WS-BAL-AMOUNT(BAL-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   ELSE
                       IF WS-BAL-OVERFLOW = "N"
                           MOVE "Y" TO WS-BAL-OVERFLOW
                           MOVE "N" TO WS-CLOSE-OK
                           MOVE SPACES TO RF-TEXT
                           MOVE "ACCOUNT BALANCE TABLE FULL" TO RF-TEXT
                           WRITE RPT-LINE FROM WS-REFUSE-LINE
                       END-IF
                   END-IF
               END-IF
               IF WS-FOUND-SW = "Y"
                   IF GL-RECORD-TYPE = "R"
                       SUBTRACT GL-AMOUNT FROM WS-BAL-AMOUNT(BAL-IDX)
                   ELSE
                       ADD GL-AMOUNT TO WS-BAL-AMOUNT(BAL-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-RETAINED-ACCOUNTS.
           SET BAL-IDX TO 1.
           PERFORM UNTIL BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-AMOUNT(BAL-IDX) NOT = ZERO
                   PERFORM LOOK-UP-RETAINED-ACCOUNT
                   IF WS-RETAINED-ACCOUNT = SPACES
                       MOVE "N" TO WS-CLOSE-OK
                       MOVE SPACES TO RF-TEXT
                       STRING "NO RETAINED-EARNINGS ACCOUNT FOR "
                           WS-BAL-CURRENCY(BAL-IDX)
                           DELIMITED BY SIZE INTO RF-TEXT
                       WRITE RPT-LINE FROM WS-REFUSE-LINE
                   END-IF
               END-IF
               SET BAL-IDX UP BY 1
           END-PERFORM.

       LOOK-UP-RETAINED-ACCOUNT.
           MOVE SPACES TO WS-RETAINED-ACCOUNT.
           SET RET-IDX TO 1.
           PERFORM UNTIL RET-IDX > WS-RET-COUNT
               IF WS-RET-CURRENCY(RET-IDX) = WS-BAL-CURRENCY(BAL-IDX)
                   MOVE WS-RET-ACCOUNT(RET-IDX) TO WS-RETAINED-ACCOUNT
               END-IF
               SET RET-IDX UP BY 1
           END-PERFORM.

       WRITE-CLOSING-JOURNALS.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GLFEED-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           MOVE ZERO TO WS-GL-DETAIL-COUNT.
           MOVE ZERO TO WS-GL-HASH-TOTAL.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE "H" TO YE-RECORD-TYPE.
           MOVE WS-YEAR-LAST-DATE TO YE-DATE.
           MOVE WS-CLOSE-SOURCE TO YE-ACCOUNT-CODE.
           MOVE SPACES TO YE-CURRENCY-CODE.
           MOVE ZERO TO YE-AMOUNT.
           MOVE ZERO TO YE-RECORD-COUNT.
           MOVE ZERO TO YE-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           SET BAL-IDX TO 1.
           PERFORM UNTIL BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-AMOUNT(BAL-IDX) NOT = ZERO
                   PERFORM WRITE-ONE-CLOSING-ENTRY
               END-IF
               SET BAL-IDX UP BY 1
           END-PERFORM.
           MOVE "T" TO YE-RECORD-TYPE.
           MOVE WS-YEAR-LAST-DATE TO YE-DATE.
           MOVE WS-CLOSE-SOURCE TO YE-ACCOUNT-CODE.
           MOVE SPACES TO YE-CURRENCY-CODE.
           MOVE ZERO TO YE-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO YE-RECORD-COUNT.
           MOVE WS-GL-HASH-TOTAL TO YE-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

       WRITE-ONE-CLOSING-ENTRY.
           PERFORM LOOK-UP-RETAINED-ACCOUNT.
           MOVE WS-BAL-ACCOUNT(BAL-IDX) TO CL-ACCOUNT.
           MOVE WS-BAL-CURRENCY(BAL-IDX) TO CL-CURRENCY.
           MOVE WS-BAL-AMOUNT(BAL-IDX) TO CL-BALANCE.
           MOVE WS-RETAINED-ACCOUNT TO CL-RETAINED.
           WRITE RPT-LINE FROM WS-CLOSING-LINE.
           IF WS-BAL-AMOUNT(BAL-IDX) > ZERO
               MOVE WS-RETAINED-ACCOUNT TO YE-ACCOUNT-CODE
               MOVE WS-BAL-ACCOUNT(BAL-IDX) TO WS-RETAINED-ACCOUNT
               COMPUTE WS-POST-AMOUNT = WS-BAL-AMOUNT(BAL-IDX)
                   ON SIZE ERROR
                       PERFORM NOTE-AMOUNT-OVERFLOW
               END-COMPUTE
           ELSE
               MOVE WS-BAL-ACCOUNT(BAL-IDX) TO YE-ACCOUNT-CODE
               COMPUTE WS-POST-AMOUNT = 0 - WS-BAL-AMOUNT(BAL-IDX)
                   ON SIZE ERROR
                       PERFORM NOTE-AMOUNT-OVERFLOW
               END-COMPUTE
           END-IF.
           MOVE "D" TO YE-RECORD-TYPE.
           MOVE WS-YEAR-LAST-DATE TO YE-DATE.
           MOVE WS-BAL-CURRENCY(BAL-IDX) TO YE-CURRENCY-CODE.
           MOVE WS-POST-AMOUNT TO YE-AMOUNT.
           MOVE ZERO TO YE-RECORD-COUNT.
           MOVE ZERO TO YE-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-GL-DETAIL-COUNT.
           ADD WS-POST-AMOUNT TO WS-GL-HASH-TOTAL.
           ADD 1 TO WS-POSTED-COUNT.
           COMPUTE WS-CONTRA-AMOUNT = 0 - WS-POST-AMOUNT.
           MOVE "C" TO YE-RECORD-TYPE.
           MOVE WS-RETAINED-ACCOUNT TO YE-ACCOUNT-CODE.
           MOVE WS-CONTRA-AMOUNT TO YE-AMOUNT.
           WRITE GL-INTERFACE-RECORD.

       NOTE-AMOUNT-OVERFLOW.
           ADD 1 TO WS-EXCP-COUNT.
           MOVE "WRITE-ONE-CLOSING-ENTRY" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "closing amount too large for feed, account "
               WS-BAL-ACCOUNT(BAL-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

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

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMSTR-STATUS = "00"
               PERFORM UNTIL WS-POSMSTR-STATUS NOT = "00"
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-POSMSTR-STATUS
                       NOT AT END
                           IF PM-DATE NOT > WS-YEAR-LAST-DATE
                               PERFORM CHECK-POSITION-ROW-REVERSED
                               IF WS-ROW-REVERSED = "N"
                                   PERFORM ACCUMULATE-POSITION-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF.
           MOVE "00" TO WS-POSMSTR-STATUS.

       CHECK-POSITION-ROW-REVERSED.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.
           PERFORM UNTIL RVRS-IDX > WS-RVRS-COUNT
               IF WS-RVRS-DATE(RVRS-IDX) = PM-DATE
                   MOVE "Y" TO WS-ROW-REVERSED
               END-IF
               SET RVRS-IDX UP BY 1
           END-PERFORM.

       ACCUMULATE-POSITION-ROW.
           MOVE "N" TO WS-FOUND-SW.
           SET POS-IDX TO 1.
           PERFORM UNTIL POS-IDX > WS-POS-COUNT
               IF WS-POS-BRANCH(POS-IDX) = PM-BRANCH
                       AND WS-POS-CURRENCY(POS-IDX) = PM-CURRENCY
                   ADD PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET POS-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-POS-COUNT < 200
                   ADD 1 TO WS-POS-COUNT
                   SET POS-IDX TO WS-POS-COUNT
                   MOVE PM-BRANCH TO WS-POS-BRANCH(POS-IDX)
                   MOVE PM-CURRENCY TO WS-POS-CURRENCY(POS-IDX)
                   MOVE PM-MOVEMENT TO WS-POS-BALANCE(POS-IDX)
               ELSE
                   IF WS-POS-OVERFLOW = "N"
                       MOVE "Y" TO WS-POS-OVERFLOW
                       ADD 1 TO WS-EXCP-COUNT
                       MOVE "ACCUMULATE-POSITION-ROW"
                           TO WS-ERR-PARAGRAPH
                       MOVE "position table full, opening rows dropped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       WRITE-OPENING-BALANCES.
           OPEN EXTEND POSITION-MASTER-FILE.
           IF WS-POSMSTR-STATUS NOT = "00"
               OPEN OUTPUT POSITION-MASTER-FILE
           END-IF.
           SET POS-IDX TO 1.
           PERFORM UNTIL POS-IDX > WS-POS-COUNT
               MOVE SPACES TO POSITION-MASTER-RECORD
               MOVE WS-NEW-YEAR-DATE TO PM-DATE
               MOVE WS-POS-BRANCH(POS-IDX) TO PM-BRANCH
               MOVE WS-POS-CURRENCY(POS-IDX) TO PM-CURRENCY
               MOVE WS-POS-BALANCE(POS-IDX) TO PM-OPENING
               MOVE ZERO TO PM-MOVEMENT
               MOVE WS-POS-BALANCE(POS-IDX) TO PM-CLOSING
               WRITE POSITION-MASTER-RECORD
               ADD 1 TO WS-OPENING-COUNT
               MOVE WS-NEW-YEAR-DATE TO OP-DATE
               MOVE WS-POS-BRANCH(POS-IDX) TO OP-BRANCH
               MOVE WS-POS-CURRENCY(POS-IDX) TO OP-CURRENCY
               MOVE WS-POS-BALANCE(POS-IDX) TO OP-BALANCE
               WRITE RPT-LINE FROM WS-OPENING-LINE
               SET POS-IDX UP BY 1
           END-PERFORM.
           CLOSE POSITION-MASTER-FILE.

       MARK-YEAR-CLOSED.
           MOVE "N" TO WS-FOUND-SW.
           SET PER-IDX TO 1.
           PERFORM UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-MONTH(PER-IDX) = WS-YEAR-ROW
                   MOVE "C" TO WS-PER-STATUS(PER-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET PER-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-PER-COUNT < 60
               ADD 1 TO WS-PER-COUNT
               SET PER-IDX TO WS-PER-COUNT
               MOVE WS-YEAR-ROW TO WS-PER-MONTH(PER-IDX)
               MOVE "C" TO WS-PER-STATUS(PER-IDX)
           END-IF.
           OPEN OUTPUT PERIOD-STATUS-FILE.
           SET PER-IDX TO 1.
           PERFORM UNTIL PER-IDX > WS-PER-COUNT
               MOVE WS-PER-MONTH(PER-IDX) TO PS-YYYYMM
               MOVE WS-PER-STATUS(PER-IDX) TO PS-STATUS
               WRITE PERIOD-STATUS-RECORD
               SET PER-IDX UP BY 1
           END-PERFORM.
           CLOSE PERIOD-STATUS-FILE.
           DISPLAY "FISCAL YEAR CLOSED: " WS-CLOSE-YEAR.

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
