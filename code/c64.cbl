       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatementConfirm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-LIBRARY ASSIGN TO "STMTLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTLIB-STATUS.

           SELECT CONFIRM-RETURN-FILE ASSIGN TO "CONFRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFRTN-STATUS.

           SELECT CONFIRM-TRACKING-FILE ASSIGN TO "STMTCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTCONF-STATUS.

           SELECT CONFIRM-CONTROL-FILE ASSIGN TO "CONFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFCTL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CONFIRM-REPORT ASSIGN TO "CONFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-LIBRARY.
       01  STATEMENT-LIBRARY-RECORD.
           05  ST-BRANCH           PIC X(4).
           05  ST-ROW-TYPE         PIC X.
           05  ST-DATA             PIC X(80).

       FD  CONFIRM-RETURN-FILE.
       01  CONFIRM-RETURN-RECORD.
           05  CR-BRANCH           PIC X(4).
           05  CR-STMT-DATE        PIC 9(8).
           05  CR-RESPONSE         PIC X(7).
           05  CR-BALANCE          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  CONFIRM-TRACKING-FILE.
       01  CONFIRM-TRACKING-RECORD.
           COPY STMTCONF.

       FD  CONFIRM-CONTROL-FILE.
       01  CONFIRM-CONTROL-RECORD.
           05  CC-CONFIRM-DAYS     PIC 9(3).
           05  CC-RETENTION-DAYS   PIC 9(3).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  CONFIRM-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-STMTLIB-STATUS       PIC X(2)    VALUE "00".
       01  WS-CONFRTN-STATUS       PIC X(2)    VALUE "00".
       01  WS-STMTCONF-STATUS      PIC X(2)    VALUE "00".
       01  WS-CONFCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-HOLCAL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-RETURN-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-NEW-STMT-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-AGREED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-DISPUTED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-PENDING-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-ESCALATED-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-CONF-OVERFLOW        PIC X       VALUE "N".
       01  WS-CONFIRM-DAYS         PIC 9(3)    VALUE 5.
       01  WS-RETENTION-DAYS       PIC 9(3)    VALUE 90.
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-REC-INT              PIC S9(9)   VALUE ZERO.
       01  WS-DATE-INT             PIC S9(9)   VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(9)   VALUE ZERO.
       01  WS-BUS-DAYS             PIC 9(5)    VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
       01  WS-CHECK-DATE-NUM       PIC 9(8)    VALUE ZERO.
       01  WS-IS-HOLIDAY           PIC X       VALUE "N".
       01  WS-STMT-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-STMT-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(9)V99 VALUE ZERO.

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-CONF-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY CONF-IDX.
               10  WS-CONF-BRANCH      PIC X(4).
               10  WS-CONF-STMT-DATE   PIC 9(8).
               10  WS-CONF-OUR-BAL     PIC S9(9)V99.
               10  WS-CONF-THEIR-BAL   PIC S9(9)V99.
               10  WS-CONF-RESP-DATE   PIC 9(8).
               10  WS-CONF-STATUS      PIC X(9).

       01  WS-HDR-DATA.
           05  HD-NAME             PIC X(20).
           05  FILLER              PIC X(7).
           05  HD-DATE             PIC 9(8).

       01  WS-TRL-DATA.
           05  FILLER              PIC X(6).
           05  TR-COUNT            PIC 9(7).
           05  FILLER              PIC X(7).
           05  TR-TOTAL            PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "StatementConfirm".
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
           05  FILLER              PIC X(37)   VALUE
               "STATEMENT CONFIRMATION RETURNS FOR:  ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(18)   VALUE
               "  CONFIRM WITHIN: ".
           05  H-DAYS              PIC ZZ9.
           05  FILLER              PIC X(14)   VALUE
               " BUSINESS DAYS".

       01  WS-UNMATCHED-LINE.
           05  FILLER              PIC X(26)   VALUE
               "RETURN WITH NO STATEMENT: ".
           05  U-BRANCH            PIC X(4).
           05  FILLER              PIC X(8)    VALUE "  DATE: ".
           05  U-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  U-RESPONSE          PIC X(7).

       01  WS-DISPUTE-HEADER       PIC X(40)   VALUE
           "DISPUTED STATEMENTS".

       01  WS-DISPUTE-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  D-BRANCH            PIC X(4).
           05  FILLER              PIC X(8)    VALUE "  STMT: ".
           05  D-STMT-DATE         PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "  OURS: ".
           05  D-OURS              PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  THEIRS: ".
           05  D-THEIRS            PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  DIFF: ".
           05  D-DIFF              PIC -ZZZZZZZZ9.99.

       01  WS-ESCALATE-HEADER      PIC X(40)   VALUE
           "UNCONFIRMED STATEMENTS ESCALATED".

       01  WS-ESCALATE-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  E-BRANCH            PIC X(4).
           05  FILLER              PIC X(8)    VALUE "  STMT: ".
           05  E-STMT-DATE         PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "  OURS: ".
           05  E-OURS              PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(17)   VALUE
               "  BUSINESS DAYS: ".
           05  E-DAYS              PIC ZZZZ9.

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "NONE".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(9)    VALUE "RETURNS: ".
           05  S-RETURNS           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  AGREED: ".
           05  S-AGREED            PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  DISPUTED: ".
           05  S-DISPUTED          PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  PENDING: ".
           05  S-PENDING           PIC ZZZZ9.
           05  FILLER              PIC X(13)   VALUE "  ESCALATED: ".
           05  S-ESCALATED         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-CONFIRM-CONTROL.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM LOAD-CONFIRM-TRACKING.
           PERFORM COLLECT-ISSUED-STATEMENTS.
           OPEN OUTPUT CONFIRM-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-CONFIRM-DAYS TO H-DAYS.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM PROCESS-CONFIRM-RETURNS.
           PERFORM ESCALATE-UNCONFIRMED.
           PERFORM WRITE-DISPUTED-LINES.
           PERFORM WRITE-ESCALATED-LINES.
           MOVE WS-RETURN-COUNT TO S-RETURNS.
           MOVE WS-AGREED-COUNT TO S-AGREED.
           MOVE WS-DISPUTED-COUNT TO S-DISPUTED.
           MOVE WS-PENDING-COUNT TO S-PENDING.
           MOVE WS-ESCALATED-COUNT TO S-ESCALATED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE CONFIRM-REPORT.
           PERFORM WRITE-CONFIRM-TRACKING.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-CONF-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DISPUTED-COUNT > 0 OR WS-ESCALATED-COUNT > 0
                       OR WS-UNMATCHED-COUNT > 0
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       GET-CONFIRM-CONTROL.
           OPEN INPUT CONFIRM-CONTROL-FILE.
           IF WS-CONFCTL-STATUS = "00"
               READ CONFIRM-CONTROL-FILE
                   NOT AT END
                       IF CC-CONFIRM-DAYS NUMERIC
                               AND CC-CONFIRM-DAYS > 0
                           MOVE CC-CONFIRM-DAYS TO WS-CONFIRM-DAYS
                       END-IF
                       IF CC-RETENTION-DAYS NUMERIC
                               AND CC-RETENTION-DAYS > 0
                           MOVE CC-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE CONFIRM-CONTROL-FILE
           ELSE
               MOVE "GET-CONFIRM-CONTROL" TO WS-ERR-PARAGRAPH
               MOVE "confirmation control file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

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

       LOAD-CONFIRM-TRACKING.
           OPEN INPUT CONFIRM-TRACKING-FILE.
           IF WS-STMTCONF-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CONFIRM-TRACKING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           COMPUTE WS-REC-INT =
                               FUNCTION INTEGER-OF-DATE(CF-STMT-DATE)
                           COMPUTE WS-AGE-DAYS =
                               WS-TODAY-INT - WS-REC-INT
                           IF CF-STATUS = "AGREED"
                                   AND WS-AGE-DAYS >
                                       WS-RETENTION-DAYS
                               CONTINUE
                           ELSE
                               PERFORM STORE-TRACKING-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-TRACKING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-TRACKING-ROW.
           IF WS-CONF-COUNT < 5000
               ADD 1 TO WS-CONF-COUNT
               SET CONF-IDX TO WS-CONF-COUNT
               MOVE CF-BRANCH TO WS-CONF-BRANCH(CONF-IDX)
               MOVE CF-STMT-DATE TO WS-CONF-STMT-DATE(CONF-IDX)
               MOVE CF-OUR-BALANCE TO WS-CONF-OUR-BAL(CONF-IDX)
               MOVE CF-THEIR-BALANCE TO WS-CONF-THEIR-BAL(CONF-IDX)
               MOVE CF-RESPONSE-DATE TO WS-CONF-RESP-DATE(CONF-IDX)
               MOVE CF-STATUS TO WS-CONF-STATUS(CONF-IDX)
           ELSE
               PERFORM NOTE-TRACKING-OVERFLOW
           END-IF.

       NOTE-TRACKING-OVERFLOW.
           IF WS-CONF-OVERFLOW = "N"
               MOVE "Y" TO WS-CONF-OVERFLOW
               MOVE "NOTE-TRACKING-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "confirmation tracking table full, rows dropped"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
           END-IF.

       COLLECT-ISSUED-STATEMENTS.
           OPEN INPUT STATEMENT-LIBRARY.
           IF WS-STMTLIB-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ STATEMENT-LIBRARY
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM NOTE-STATEMENT-ROW
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-LIBRARY
           ELSE
               MOVE "COLLECT-ISSUED-STATEMENTS" TO WS-ERR-PARAGRAPH
               MOVE "statement library not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-STATEMENT-ROW.
           EVALUATE ST-ROW-TYPE
               WHEN "H"
                   MOVE ST-DATA TO WS-HDR-DATA
                   MOVE ST-BRANCH TO WS-STMT-BRANCH
                   MOVE HD-DATE TO WS-STMT-DATE
               WHEN "T"
                   MOVE ST-DATA TO WS-TRL-DATA
                   IF ST-BRANCH = WS-STMT-BRANCH
                           AND WS-STMT-DATE > 0
                       PERFORM NOTE-ISSUED-STATEMENT
                   END-IF
                   MOVE SPACES TO WS-STMT-BRANCH
                   MOVE ZERO TO WS-STMT-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-ISSUED-STATEMENT.
           COMPUTE WS-REC-INT =
               FUNCTION INTEGER-OF-DATE(WS-STMT-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REC-INT.
           IF WS-AGE-DAYS NOT > WS-RETENTION-DAYS
                   AND WS-STMT-DATE NOT > WS-RUN-DATE-NUM
               PERFORM FIND-TRACKING-ROW
               IF WS-FOUND-SW = "N"
                   IF WS-CONF-COUNT < 5000
                       ADD 1 TO WS-CONF-COUNT
                       ADD 1 TO WS-NEW-STMT-COUNT
                       SET CONF-IDX TO WS-CONF-COUNT
                       MOVE WS-STMT-BRANCH TO WS-CONF-BRANCH(CONF-IDX)
                       MOVE WS-STMT-DATE
                           TO WS-CONF-STMT-DATE(CONF-IDX)
                       MOVE TR-TOTAL TO WS-CONF-OUR-BAL(CONF-IDX)
                       MOVE ZERO TO WS-CONF-THEIR-BAL(CONF-IDX)
                       MOVE ZERO TO WS-CONF-RESP-DATE(CONF-IDX)
                       MOVE "PENDING" TO WS-CONF-STATUS(CONF-IDX)
                   ELSE
                       PERFORM NOTE-TRACKING-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       FIND-TRACKING-ROW.
           MOVE "N" TO WS-FOUND-SW.
           SET CONF-IDX TO 1.
           PERFORM UNTIL CONF-IDX > WS-CONF-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-CONF-BRANCH(CONF-IDX) = WS-STMT-BRANCH
                       AND WS-CONF-STMT-DATE(CONF-IDX) = WS-STMT-DATE
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET CONF-IDX UP BY 1
               END-IF
           END-PERFORM.

       PROCESS-CONFIRM-RETURNS.
           OPEN INPUT CONFIRM-RETURN-FILE.
           IF WS-CONFRTN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CONFIRM-RETURN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM APPLY-CONFIRM-RETURN
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-RETURN-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       APPLY-CONFIRM-RETURN.
           MOVE CR-BRANCH TO WS-STMT-BRANCH.
           MOVE CR-STMT-DATE TO WS-STMT-DATE.
           PERFORM FIND-TRACKING-ROW.
           IF WS-FOUND-SW = "N" OR CR-BALANCE NOT NUMERIC
                   OR (CR-RESPONSE NOT = "AGREE"
                       AND CR-RESPONSE NOT = "DISPUTE")
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE CR-BRANCH TO U-BRANCH
               MOVE CR-STMT-DATE TO U-DATE
               MOVE CR-RESPONSE TO U-RESPONSE
               WRITE RPT-LINE FROM WS-UNMATCHED-LINE
               MOVE "APPLY-CONFIRM-RETURN" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "confirmation return for branch " CR-BRANCH
                   " date " CR-STMT-DATE
                   " matches no issued statement"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               MOVE CR-BALANCE TO WS-CONF-THEIR-BAL(CONF-IDX)
               MOVE WS-RUN-DATE-NUM TO WS-CONF-RESP-DATE(CONF-IDX)
               IF CR-RESPONSE = "AGREE"
                       AND CR-BALANCE = WS-CONF-OUR-BAL(CONF-IDX)
                   MOVE "AGREED" TO WS-CONF-STATUS(CONF-IDX)
                   ADD 1 TO WS-AGREED-COUNT
               ELSE
                   MOVE "DISPUTED" TO WS-CONF-STATUS(CONF-IDX)
                   MOVE "APPLY-CONFIRM-RETURN" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "branch " CR-BRANCH
                       " disputes statement of " CR-STMT-DATE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       ESCALATE-UNCONFIRMED.
           SET CONF-IDX TO 1.
           PERFORM UNTIL CONF-IDX > WS-CONF-COUNT
               IF WS-CONF-STATUS(CONF-IDX) = "PENDING"
                       OR WS-CONF-STATUS(CONF-IDX) = "ESCALATED"
                   PERFORM COUNT-BUSINESS-DAYS
                   IF WS-BUS-DAYS > WS-CONFIRM-DAYS
                       IF WS-CONF-STATUS(CONF-IDX) = "PENDING"
                           MOVE "ESCALATED" TO WS-CONF-STATUS(CONF-IDX)
                           MOVE "ESCALATE-UNCONFIRMED"
                               TO WS-ERR-PARAGRAPH
                           MOVE SPACES TO WS-ERR-MESSAGE
                           STRING "branch "
                               WS-CONF-BRANCH(CONF-IDX)
                               " has not confirmed statement of "
                               WS-CONF-STMT-DATE(CONF-IDX)
                               DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                           MOVE "S" TO WS-ERR-SEVERITY
                           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                       END-IF
                   ELSE
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-IF
               SET CONF-IDX UP BY 1
           END-PERFORM.

       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUS-DAYS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CONF-STMT-DATE(CONF-IDX)).
           PERFORM UNTIL WS-DATE-INT NOT < WS-TODAY-INT
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CHECK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM CHECK-NON-BUSINESS-DAY
               IF WS-IS-HOLIDAY = "N"
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM.

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

       WRITE-DISPUTED-LINES.
           WRITE RPT-LINE FROM WS-DISPUTE-HEADER.
           SET CONF-IDX TO 1.
           PERFORM UNTIL CONF-IDX > WS-CONF-COUNT
               IF WS-CONF-STATUS(CONF-IDX) = "DISPUTED"
                   ADD 1 TO WS-DISPUTED-COUNT
                   COMPUTE WS-DIFFERENCE =
                       WS-CONF-OUR-BAL(CONF-IDX)
                       - WS-CONF-THEIR-BAL(CONF-IDX)
                   MOVE WS-CONF-BRANCH(CONF-IDX) TO D-BRANCH
                   MOVE WS-CONF-STMT-DATE(CONF-IDX) TO D-STMT-DATE
                   MOVE WS-CONF-OUR-BAL(CONF-IDX) TO D-OURS
                   MOVE WS-CONF-THEIR-BAL(CONF-IDX) TO D-THEIRS
                   MOVE WS-DIFFERENCE TO D-DIFF
                   WRITE RPT-LINE FROM WS-DISPUTE-LINE
               END-IF
               SET CONF-IDX UP BY 1
           END-PERFORM.
           IF WS-DISPUTED-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-ESCALATED-LINES.
           WRITE RPT-LINE FROM WS-ESCALATE-HEADER.
           SET CONF-IDX TO 1.
           PERFORM UNTIL CONF-IDX > WS-CONF-COUNT
               IF WS-CONF-STATUS(CONF-IDX) = "ESCALATED"
                   ADD 1 TO WS-ESCALATED-COUNT
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE WS-CONF-BRANCH(CONF-IDX) TO E-BRANCH
                   MOVE WS-CONF-STMT-DATE(CONF-IDX) TO E-STMT-DATE
                   MOVE WS-CONF-OUR-BAL(CONF-IDX) TO E-OURS
                   MOVE WS-BUS-DAYS TO E-DAYS
                   WRITE RPT-LINE FROM WS-ESCALATE-LINE
               END-IF
               SET CONF-IDX UP BY 1
           END-PERFORM.
           IF WS-ESCALATED-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-CONFIRM-TRACKING.
           OPEN OUTPUT CONFIRM-TRACKING-FILE.
           SET CONF-IDX TO 1.
           PERFORM UNTIL CONF-IDX > WS-CONF-COUNT
               MOVE WS-CONF-BRANCH(CONF-IDX) TO CF-BRANCH
               MOVE WS-CONF-STMT-DATE(CONF-IDX) TO CF-STMT-DATE
               MOVE WS-CONF-OUR-BAL(CONF-IDX) TO CF-OUR-BALANCE
               MOVE WS-CONF-THEIR-BAL(CONF-IDX) TO CF-THEIR-BALANCE
               MOVE WS-CONF-RESP-DATE(CONF-IDX) TO CF-RESPONSE-DATE
               MOVE WS-CONF-STATUS(CONF-IDX) TO CF-STATUS
               WRITE CONFIRM-TRACKING-RECORD
               SET CONF-IDX UP BY 1
           END-PERFORM.
           CLOSE CONFIRM-TRACKING-FILE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           COMPUTE JA-READ-COUNT = WS-READ-COUNT + WS-RETURN-COUNT.
           COMPUTE JA-REJECT-COUNT = WS-DISPUTED-COUNT
               + WS-ESCALATED-COUNT + WS-UNMATCHED-COUNT.
           MOVE WS-AGREED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
