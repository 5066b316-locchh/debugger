       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT ORDER-REPORT ASSIGN TO "STORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           COPY STNDORD.

       FD  TRANS-FILE.
       01  TRAN-RECORD.
           COPY TRANPAIR.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  ORDER-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-STNDORD-STATUS       PIC X(2)    VALUE "00".
       01  WS-TRANFILE-STATUS      PIC X(2)    VALUE "00".
       01  WS-HOLCAL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-TRANFILE-OK          PIC X       VALUE "N".
       01  WS-ORDER-DONE           PIC X       VALUE "N".
       01  WS-SO-OVERFLOW          PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-GENERATED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-EXPIRED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-NOT-DUE-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-ORDER-GEN-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-CATCH-UP-LIMIT       PIC 9(3)    VALUE 12.
       01  WS-NEXT-KEY             PIC 9(6)    VALUE ZERO.
       01  WS-STEP-MONTHS          PIC 9(2)    VALUE ZERO.
       01  WS-MONTH-WORK           PIC 9(3)    VALUE ZERO.
       01  WS-MONTH-LENGTH         PIC 9(2)    VALUE ZERO.
       01  WS-START-DD             PIC 9(2)    VALUE ZERO.
       01  WS-DATE-INT             PIC S9(9)   VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
       01  WS-IS-HOLIDAY           PIC X       VALUE "N".
       01  WS-DUE-DATE-NUM         PIC 9(8)    VALUE ZERO.

       01  WS-SCHED-DATE.
           05  WS-SCHED-YYYY       PIC 9(4).
           05  WS-SCHED-MM         PIC 9(2).
           05  WS-SCHED-DD         PIC 9(2).
       01  WS-SCHED-DATE-NUM REDEFINES WS-SCHED-DATE
                                   PIC 9(8).

       01  WS-MONTH-DAYS-VALUES    PIC X(24)   VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS       PIC 9(2)    OCCURS 12 TIMES.

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-SO-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 500 TIMES
                                   INDEXED BY SO-IDX.
               10  WS-SO-ORDER-ID      PIC 9(6).
               10  WS-SO-BRANCH        PIC X(4).
               10  WS-SO-CURRENCY      PIC X(3).
               10  WS-SO-NUM1          PIC 9(3)V99.
               10  WS-SO-NUM2          PIC 9(3)V99.
               10  WS-SO-TYPE          PIC X.
               10  WS-SO-CPTY          PIC X(4).
               10  WS-SO-FREQUENCY     PIC X.
               10  WS-SO-START-DATE    PIC 9(8).
               10  WS-SO-END-DATE      PIC 9(8).
               10  WS-SO-LAST-SCHED    PIC 9(8).
               10  WS-SO-STATUS        PIC X.
               10  WS-SO-ACCOUNT       PIC X(8).
               10  WS-SO-CPTY-ACCT     PIC X(8).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "StandingOrders".
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
           05  FILLER              PIC X(24)   VALUE
               "STANDING ORDER RUN FOR: ".
           05  H-DATE              PIC 9(8).

       01  WS-ORDER-LINE.
           05  O-ACTION            PIC X(10).
           05  FILLER              PIC X(7)    VALUE "ORDER: ".
           05  O-ORDER-ID          PIC 9(6).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  O-BRANCH            PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  O-CURRENCY          PIC X(3).
           05  FILLER              PIC X(9)    VALUE "  SCHED: ".
           05  O-SCHED             PIC 9(8).
           05  FILLER              PIC X(7)    VALUE "  DUE: ".
           05  O-DUE               PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-NOTE              PIC X(24).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(11)   VALUE "GENERATED: ".
           05  S-GENERATED         PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  SKIPPED: ".
           05  S-SKIPPED           PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  EXPIRED: ".
           05  S-EXPIRED           PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  NOT DUE: ".
           05  S-NOT-DUE           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM LOAD-STANDING-ORDERS.
           OPEN OUTPUT ORDER-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM FIND-NEXT-FREE-KEY.
           IF WS-TRANFILE-OK = "Y"
               OPEN I-O TRANS-FILE
               SET SO-IDX TO 1
               PERFORM UNTIL SO-IDX > WS-SO-COUNT
                   PERFORM PROCESS-ONE-ORDER
                   SET SO-IDX UP BY 1
               END-PERFORM
               CLOSE TRANS-FILE
               PERFORM REWRITE-STANDING-ORDERS
           END-IF.
           MOVE WS-GENERATED-COUNT TO S-GENERATED.
           MOVE WS-SKIPPED-COUNT TO S-SKIPPED.
           MOVE WS-EXPIRED-COUNT TO S-EXPIRED.
           MOVE WS-NOT-DUE-COUNT TO S-NOT-DUE.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE ORDER-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "STANDING ORDERS GENERATED: " WS-GENERATED-COUNT.
           IF WS-TRANFILE-OK = "N" OR WS-SO-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SKIPPED-COUNT > 0
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

       LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STNDORD-STATUS = "00"
               PERFORM UNTIL WS-STNDORD-STATUS NOT = "00"
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-STNDORD-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM STORE-STANDING-ORDER
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               MOVE "LOAD-STANDING-ORDERS" TO WS-ERR-PARAGRAPH
               MOVE "standing-order master not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "00" TO WS-STNDORD-STATUS.

       STORE-STANDING-ORDER.
           IF WS-SO-COUNT < 500
               ADD 1 TO WS-SO-COUNT
               SET SO-IDX TO WS-SO-COUNT
               MOVE SO-ORDER-ID TO WS-SO-ORDER-ID(SO-IDX)
               MOVE SO-BRANCH TO WS-SO-BRANCH(SO-IDX)
               MOVE SO-CURRENCY TO WS-SO-CURRENCY(SO-IDX)
               MOVE SO-NUM1 TO WS-SO-NUM1(SO-IDX)
               MOVE SO-NUM2 TO WS-SO-NUM2(SO-IDX)
               MOVE SO-TYPE TO WS-SO-TYPE(SO-IDX)
               MOVE SO-CPTY-BRANCH TO WS-SO-CPTY(SO-IDX)
               MOVE SO-FREQUENCY TO WS-SO-FREQUENCY(SO-IDX)
               MOVE SO-START-DATE TO WS-SO-START-DATE(SO-IDX)
               MOVE SO-END-DATE TO WS-SO-END-DATE(SO-IDX)
               MOVE SO-LAST-SCHED TO WS-SO-LAST-SCHED(SO-IDX)
               MOVE SO-STATUS TO WS-SO-STATUS(SO-IDX)
               MOVE SO-ACCOUNT TO WS-SO-ACCOUNT(SO-IDX)
               MOVE SO-CPTY-ACCOUNT TO WS-SO-CPTY-ACCT(SO-IDX)
           ELSE
               IF WS-SO-OVERFLOW = "N"
                   MOVE "Y" TO WS-SO-OVERFLOW
                   MOVE "STORE-STANDING-ORDER" TO WS-ERR-PARAGRAPH
                   MOVE "standing-order table full, run stopped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       FIND-NEXT-FREE-KEY.
           MOVE ZERO TO WS-NEXT-KEY.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANFILE-STATUS = "00"
               MOVE "Y" TO WS-TRANFILE-OK
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ TRANS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TRAN-KEY > WS-NEXT-KEY
                               MOVE TRAN-KEY TO WS-NEXT-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           ELSE
               MOVE "FIND-NEXT-FREE-KEY" TO WS-ERR-PARAGRAPH
               MOVE "transaction file not available, none generated"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-SO-OVERFLOW = "Y"
               MOVE "N" TO WS-TRANFILE-OK
           END-IF.

       PROCESS-ONE-ORDER.
           MOVE ZERO TO WS-ORDER-GEN-COUNT.
           MOVE "N" TO WS-ORDER-DONE.
           IF WS-SO-STATUS(SO-IDX) = "E"
               MOVE "Y" TO WS-ORDER-DONE
           END-IF.
           IF WS-ORDER-DONE = "N" AND WS-SO-STATUS(SO-IDX) = "S"
               MOVE WS-SO-LAST-SCHED(SO-IDX) TO WS-SCHED-DATE-NUM
               MOVE ZERO TO WS-DUE-DATE-NUM
               MOVE "SUSPENDED" TO O-NOTE
               PERFORM WRITE-SKIPPED-LINE
               MOVE "Y" TO WS-ORDER-DONE
           END-IF.
           IF WS-ORDER-DONE = "N"
               IF (WS-SO-FREQUENCY(SO-IDX) NOT = "W"
                       AND WS-SO-FREQUENCY(SO-IDX) NOT = "M"
                       AND WS-SO-FREQUENCY(SO-IDX) NOT = "Q"
                       AND WS-SO-FREQUENCY(SO-IDX) NOT = "Y")
                       OR WS-SO-START-DATE(SO-IDX) NOT NUMERIC
                       OR WS-SO-START-DATE(SO-IDX) = ZERO
                   MOVE ZERO TO WS-SCHED-DATE-NUM
                   MOVE ZERO TO WS-DUE-DATE-NUM
                   MOVE "INVALID SCHEDULE" TO O-NOTE
                   PERFORM WRITE-SKIPPED-LINE
                   MOVE "Y" TO WS-ORDER-DONE
               END-IF
           END-IF.
           PERFORM UNTIL WS-ORDER-DONE = "Y"
               PERFORM SCHEDULE-NEXT-OCCURRENCE
           END-PERFORM.

       SCHEDULE-NEXT-OCCURRENCE.
           PERFORM COMPUTE-NEXT-SCHEDULE-DATE.
           IF WS-SO-END-DATE(SO-IDX) NUMERIC
                   AND WS-SO-END-DATE(SO-IDX) > ZERO
                   AND WS-SCHED-DATE-NUM > WS-SO-END-DATE(SO-IDX)
               MOVE "E" TO WS-SO-STATUS(SO-IDX)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED   " TO O-ACTION
               MOVE ZERO TO WS-DUE-DATE-NUM
               MOVE "END DATE PASSED" TO O-NOTE
               PERFORM WRITE-ORDER-LINE
               MOVE "Y" TO WS-ORDER-DONE
           ELSE
               PERFORM COMPUTE-DUE-DATE
               IF WS-DUE-DATE-NUM > WS-RUN-DATE-NUM
                   IF WS-ORDER-GEN-COUNT = 0
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
                   MOVE "Y" TO WS-ORDER-DONE
               ELSE
                   IF WS-ORDER-GEN-COUNT NOT < WS-CATCH-UP-LIMIT
                       MOVE "CATCH-UP LIMIT REACHED" TO O-NOTE
                       PERFORM WRITE-SKIPPED-LINE
                       MOVE "Y" TO WS-ORDER-DONE
                   ELSE
                       PERFORM GENERATE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       COMPUTE-NEXT-SCHEDULE-DATE.
           IF WS-SO-LAST-SCHED(SO-IDX) NOT NUMERIC
                   OR WS-SO-LAST-SCHED(SO-IDX) = ZERO
               MOVE WS-SO-START-DATE(SO-IDX) TO WS-SCHED-DATE-NUM
           ELSE
               IF WS-SO-FREQUENCY(SO-IDX) = "W"
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       WS-SO-LAST-SCHED(SO-IDX)) + 7
                   COMPUTE WS-SCHED-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               ELSE
                   EVALUATE WS-SO-FREQUENCY(SO-IDX)
                       WHEN "M"
                           MOVE 1 TO WS-STEP-MONTHS
                       WHEN "Q"
                           MOVE 3 TO WS-STEP-MONTHS
                       WHEN OTHER
                           MOVE 12 TO WS-STEP-MONTHS
                   END-EVALUATE
                   MOVE WS-SO-LAST-SCHED(SO-IDX) TO WS-SCHED-DATE-NUM
                   COMPUTE WS-MONTH-WORK = WS-SCHED-MM + WS-STEP-MONTHS
                   PERFORM UNTIL WS-MONTH-WORK NOT > 12
                       SUBTRACT 12 FROM WS-MONTH-WORK
                       ADD 1 TO WS-SCHED-YYYY
                   END-PERFORM
                   MOVE WS-MONTH-WORK TO WS-SCHED-MM
                   MOVE WS-SO-START-DATE(SO-IDX) TO WS-DUE-DATE-NUM
                   COMPUTE WS-START-DD =
                       FUNCTION MOD(WS-DUE-DATE-NUM 100)
                   PERFORM GET-MONTH-LENGTH
                   IF WS-START-DD > WS-MONTH-LENGTH
                       MOVE WS-MONTH-LENGTH TO WS-SCHED-DD
                   ELSE
                       MOVE WS-START-DD TO WS-SCHED-DD
                   END-IF
               END-IF
           END-IF.

       GET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-SCHED-MM) TO WS-MONTH-LENGTH.
           IF WS-SCHED-MM = 2
                   AND FUNCTION MOD(WS-SCHED-YYYY 4) = 0
                   AND (FUNCTION MOD(WS-SCHED-YYYY 100) NOT = 0
                       OR FUNCTION MOD(WS-SCHED-YYYY 400) = 0)
               MOVE 29 TO WS-MONTH-LENGTH
           END-IF.

       COMPUTE-DUE-DATE.
           MOVE WS-SCHED-DATE-NUM TO WS-DUE-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           PERFORM CHECK-NON-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-HOLIDAY = "N"
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-NON-BUSINESS-DAY
           END-PERFORM.

       CHECK-NON-BUSINESS-DAY.
           MOVE "N" TO WS-IS-HOLIDAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "Y" TO WS-IS-HOLIDAY
           END-IF.
           SET HOL-IDX TO 1.
           PERFORM UNTIL HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(HOL-IDX) = WS-DUE-DATE-NUM
                   MOVE "Y" TO WS-IS-HOLIDAY
               END-IF
               SET HOL-IDX UP BY 1
           END-PERFORM.

       GENERATE-TRANSACTION.
           IF WS-NEXT-KEY = 999999
               MOVE "NO FREE TRANSACTION KEY" TO O-NOTE
               PERFORM WRITE-SKIPPED-LINE
               MOVE "Y" TO WS-ORDER-DONE
           ELSE
               ADD 1 TO WS-NEXT-KEY
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-NEXT-KEY TO TRAN-KEY
               MOVE WS-SO-BRANCH(SO-IDX) TO TRAN-BRANCH
               MOVE WS-SO-CURRENCY(SO-IDX) TO TRAN-CURRENCY
               MOVE WS-SO-NUM1(SO-IDX) TO TRAN-NUM1
               MOVE WS-SO-NUM2(SO-IDX) TO TRAN-NUM2
               MOVE WS-RUN-DATE-NUM TO TRAN-DATE
               MOVE WS-SO-TYPE(SO-IDX) TO TRAN-TYPE
               MOVE WS-SO-CPTY(SO-IDX) TO TRAN-CPTY-BRANCH
               MOVE ZERO TO TRAN-ORIG-KEY
               MOVE WS-SO-ACCOUNT(SO-IDX) TO TRAN-ACCOUNT
               MOVE WS-SO-CPTY-ACCT(SO-IDX) TO TRAN-CPTY-ACCOUNT
               WRITE TRAN-RECORD
                   INVALID KEY
                       MOVE "TRANFILE WRITE FAILED" TO O-NOTE
                       PERFORM WRITE-SKIPPED-LINE
                       MOVE "Y" TO WS-ORDER-DONE
                   NOT INVALID KEY
                       MOVE WS-SCHED-DATE-NUM
                           TO WS-SO-LAST-SCHED(SO-IDX)
                       ADD 1 TO WS-ORDER-GEN-COUNT
                       ADD 1 TO WS-GENERATED-COUNT
                       MOVE "GENERATED " TO O-ACTION
                       MOVE SPACES TO O-NOTE
                       STRING "TRANSACTION KEY " WS-NEXT-KEY
                           DELIMITED BY SIZE INTO O-NOTE
                       PERFORM WRITE-ORDER-LINE
               END-WRITE
           END-IF.

       WRITE-SKIPPED-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE "SKIPPED   " TO O-ACTION.
           PERFORM WRITE-ORDER-LINE.
           MOVE "PROCESS-ONE-ORDER" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "standing order " WS-SO-ORDER-ID(SO-IDX)
               " skipped: " O-NOTE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-ORDER-LINE.
           MOVE WS-SO-ORDER-ID(SO-IDX) TO O-ORDER-ID.
           MOVE WS-SO-BRANCH(SO-IDX) TO O-BRANCH.
           MOVE WS-SO-CURRENCY(SO-IDX) TO O-CURRENCY.
           MOVE WS-SCHED-DATE-NUM TO O-SCHED.
           MOVE WS-DUE-DATE-NUM TO O-DUE.
           WRITE RPT-LINE FROM WS-ORDER-LINE.

       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDER-FILE.
           SET SO-IDX TO 1.
           PERFORM UNTIL SO-IDX > WS-SO-COUNT
               MOVE WS-SO-ORDER-ID(SO-IDX) TO SO-ORDER-ID
               MOVE WS-SO-BRANCH(SO-IDX) TO SO-BRANCH
               MOVE WS-SO-CURRENCY(SO-IDX) TO SO-CURRENCY
               MOVE WS-SO-NUM1(SO-IDX) TO SO-NUM1
               MOVE WS-SO-NUM2(SO-IDX) TO SO-NUM2
               MOVE WS-SO-TYPE(SO-IDX) TO SO-TYPE
               MOVE WS-SO-CPTY(SO-IDX) TO SO-CPTY-BRANCH
               MOVE WS-SO-FREQUENCY(SO-IDX) TO SO-FREQUENCY
               MOVE WS-SO-START-DATE(SO-IDX) TO SO-START-DATE
               MOVE WS-SO-END-DATE(SO-IDX) TO SO-END-DATE
               MOVE WS-SO-LAST-SCHED(SO-IDX) TO SO-LAST-SCHED
               MOVE WS-SO-STATUS(SO-IDX) TO SO-STATUS
               MOVE WS-SO-ACCOUNT(SO-IDX) TO SO-ACCOUNT
               MOVE WS-SO-CPTY-ACCT(SO-IDX) TO SO-CPTY-ACCOUNT
               WRITE STANDING-ORDER-RECORD
               SET SO-IDX UP BY 1
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-SKIPPED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-GENERATED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
