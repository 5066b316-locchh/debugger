       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarBuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCAL-STATUS.

           SELECT CALENDAR-REPORT ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  PROCESSING-CALENDAR.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  CALENDAR-REPORT.
       01  RPT-LINE                PIC X(80).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-HOLCAL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-PROCCAL-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-IS-HOLIDAY           PIC X       VALUE "N".
       01  WS-PENDING              PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-WRITE-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-MONTH-END-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-QUARTER-END-COUNT    PIC 9(5)    VALUE ZERO.
       01  WS-YEAR-END-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-DATE-INT             PIC 9(8)    VALUE ZERO.
       01  WS-END-INT              PIC 9(8)    VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9       VALUE ZERO.
       01  WS-FIRST-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-LAST-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-QUARTER-REM          PIC 9(2)    VALUE ZERO.
       01  WS-QUARTER-NUM          PIC 9(2)    VALUE ZERO.

       01  WS-CAL-DATE.
           05  WS-CAL-YYYY         PIC 9(4).
           05  WS-CAL-MM           PIC 9(2).
           05  WS-CAL-DD           PIC 9(2).
       01  WS-CAL-DATE-NUM REDEFINES WS-CAL-DATE PIC 9(8).

       01  WS-PEND-DATE.
           05  WS-PEND-YYYY        PIC 9(4).
           05  WS-PEND-MM          PIC 9(2).
           05  WS-PEND-DD          PIC 9(2).
       01  WS-PEND-DATE-NUM REDEFINES WS-PEND-DATE PIC 9(8).

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "CalendarBuild".
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
           05  FILLER              PIC X(29)   VALUE
               "PROCESSING CALENDAR BUILT ON ".
           05  H-DATE              PIC 9(8).

       01  WS-RANGE-LINE.
           05  FILLER              PIC X(6)    VALUE "FROM: ".
           05  G-FIRST             PIC 9(8).
           05  FILLER              PIC X(6)    VALUE "  TO: ".
           05  G-LAST              PIC 9(8).

       01  WS-PERIOD-LINE.
           05  P-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  P-TEXT              PIC X(30).

       01  WS-COUNT-LINE.
           05  C-LABEL             PIC X(20).
           05  C-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           OPEN OUTPUT CALENDAR-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           COMPUTE WS-FIRST-DATE = WS-RUN-YYYY * 10000 + 0101.
           COMPUTE WS-LAST-DATE = (WS-RUN-YYYY + 1) * 10000 + 1231.
           MOVE WS-FIRST-DATE TO G-FIRST.
           MOVE WS-LAST-DATE TO G-LAST.
           WRITE RPT-LINE FROM WS-RANGE-LINE.
           PERFORM BUILD-CALENDAR.
           PERFORM WRITE-CALENDAR-TOTALS.
           CLOSE CALENDAR-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           MOVE 0 TO RETURN-CODE.
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
                           ADD 1 TO WS-READ-COUNT
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

       BUILD-CALENDAR.
           OPEN OUTPUT PROCESSING-CALENDAR.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
           MOVE "N" TO WS-PENDING.
           PERFORM UNTIL WS-DATE-INT > WS-END-INT
               COMPUTE WS-CAL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-NON-BUSINESS-DAY
               IF WS-IS-HOLIDAY = "N"
                   IF WS-PENDING = "Y"
                       PERFORM WRITE-PENDING-DATE
                   END-IF
                   MOVE WS-CAL-DATE-NUM TO WS-PEND-DATE-NUM
                   MOVE "Y" TO WS-PENDING
               END-IF
               ADD 1 TO WS-DATE-INT
           END-PERFORM.
           IF WS-PENDING = "Y"
               MOVE ZERO TO WS-CAL-DATE-NUM
               PERFORM WRITE-PENDING-DATE
           END-IF.
           CLOSE PROCESSING-CALENDAR.

       CHECK-NON-BUSINESS-DAY.
           MOVE "N" TO WS-IS-HOLIDAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "Y" TO WS-IS-HOLIDAY
           END-IF.
           SET HOL-IDX TO 1.
           PERFORM UNTIL HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(HOL-IDX) = WS-CAL-DATE-NUM
                   MOVE "Y" TO WS-IS-HOLIDAY
               END-IF
               SET HOL-IDX UP BY 1
           END-PERFORM.

       WRITE-PENDING-DATE.
           MOVE SPACES TO PROCESSING-CALENDAR-RECORD.
           MOVE WS-PEND-DATE-NUM TO PC-DATE.
           MOVE "Y" TO PC-DAY-END.
           MOVE "N" TO PC-MONTH-END.
           MOVE "N" TO PC-QUARTER-END.
           MOVE "N" TO PC-YEAR-END.
           IF WS-CAL-MM NOT = WS-PEND-MM
               MOVE "Y" TO PC-MONTH-END
               ADD 1 TO WS-MONTH-END-COUNT
               DIVIDE WS-PEND-MM BY 3 GIVING WS-QUARTER-NUM
                   REMAINDER WS-QUARTER-REM
               IF WS-QUARTER-REM = 0
                   MOVE "Y" TO PC-QUARTER-END
                   ADD 1 TO WS-QUARTER-END-COUNT
               END-IF
               IF WS-PEND-MM = 12
                   MOVE "Y" TO PC-YEAR-END
                   ADD 1 TO WS-YEAR-END-COUNT
               END-IF
               PERFORM WRITE-PERIOD-LINE
           END-IF.
           WRITE PROCESSING-CALENDAR-RECORD.
           ADD 1 TO WS-WRITE-COUNT.

       WRITE-PERIOD-LINE.
           MOVE WS-PEND-DATE-NUM TO P-DATE.
           IF PC-YEAR-END = "Y"
               MOVE "YEAR-END" TO P-TEXT
           ELSE
               IF PC-QUARTER-END = "Y"
                   MOVE "QUARTER-END" TO P-TEXT
               ELSE
                   MOVE "MONTH-END" TO P-TEXT
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-PERIOD-LINE.

       WRITE-CALENDAR-TOTALS.
           MOVE "BUSINESS DATES:" TO C-LABEL.
           MOVE WS-WRITE-COUNT TO C-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "MONTH-ENDS:" TO C-LABEL.
           MOVE WS-MONTH-END-COUNT TO C-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "QUARTER-ENDS:" TO C-LABEL.
           MOVE WS-QUARTER-END-COUNT TO C-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.
           MOVE "YEAR-ENDS:" TO C-LABEL.
           MOVE WS-YEAR-END-COUNT TO C-COUNT.
           WRITE RPT-LINE FROM WS-COUNT-LINE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-WRITE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
