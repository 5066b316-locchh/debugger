       IDENTIFICATION DIVISION.
       PROGRAM-ID. DutyConflictReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT DUTY-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODRULE-STATUS.

           SELECT DUTY-CONTROL-FILE ASSIGN TO "SODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SODCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT DUTY-REPORT ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  DUTY-RULE-FILE.
       01  DUTY-RULE-RECORD.
           05  SR-FIRST-ACTION     PIC X(8).
           05  SR-SECOND-ACTION    PIC X(8).
           05  SR-LINK             PIC X.
           05  SR-DESCRIPTION      PIC X(30).

       FD  DUTY-CONTROL-FILE.
       01  DUTY-CONTROL-RECORD.
           05  SC-WINDOW-DAYS      PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  DUTY-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-SODRULE-STATUS       PIC X(2)    VALUE "00".
       01  WS-SODCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-LINKED-SW            PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-WINDOW-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-VIOLATION-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-ROW-OVERFLOW         PIC X       VALUE "N".
       01  WS-RULE-OVERFLOW        PIC X       VALUE "N".
       01  WS-WINDOW-DAYS          PIC 9(3)    VALUE 30.
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-REC-INT              PIC S9(9)   VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(9)   VALUE ZERO.
       01  WS-LINK-VALUE           PIC X(8)    VALUE SPACES.

       01  WS-RULE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY RULE-IDX.
               10  WS-RULE-FIRST       PIC X(8).
               10  WS-RULE-SECOND      PIC X(8).
               10  WS-RULE-LINK        PIC X.
               10  WS-RULE-DESC        PIC X(30).

       01  WS-ROW-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY ROW-IDX ROW2-IDX.
               10  WS-ROW-OPERATOR     PIC X(8).
               10  WS-ROW-DATE         PIC 9(8).
               10  WS-ROW-TIME         PIC 9(6).
               10  WS-ROW-ACTION       PIC X(8).
               10  WS-ROW-KEY          PIC X(6).
               10  WS-ROW-BATCH        PIC X(6).
               10  WS-ROW-TARGET       PIC X(8).
               10  WS-ROW-KEYED-BY     PIC X(8).

       01  WS-IMAGE-WORK           PIC X(60).
       01  WS-ADD-BEFORE REDEFINES WS-IMAGE-WORK.
           05  AB-TAG              PIC X(6).
           05  AB-BATCH            PIC X(6).
           05  FILLER              PIC X(48).
       01  WS-DECISION-IMAGE REDEFINES WS-IMAGE-WORK.
           05  DI-ACTION           PIC X(8).
           05  FILLER              PIC X.
           05  DI-KEY              PIC X(6).
           05  DI-KEYED-TAG        PIC X(10).
           05  DI-KEYED-BY         PIC X(8).
           05  FILLER              PIC X(27).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "DutyConflictReport".
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
           05  FILLER              PIC X(36)   VALUE
               "SEGREGATION OF DUTIES REPORT FOR:   ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(10)   VALUE "  WINDOW: ".
           05  H-DAYS              PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-VIOLATION-LINE.
           05  V-DESCRIPTION       PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  V-FIRST-ACTION      PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-FIRST-OPERATOR    PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-FIRST-DATE        PIC 9(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-FIRST-TIME        PIC 9(6).
           05  FILLER              PIC X(4)    VALUE " -> ".
           05  V-SECOND-ACTION     PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-SECOND-OPERATOR   PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-SECOND-DATE       PIC 9(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  V-SECOND-TIME       PIC 9(6).
           05  FILLER              PIC X(7)    VALUE "  LINK ".
           05  V-LINK              PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  V-LINK-VALUE        PIC X(8).

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "NO CONFLICTING ACTIONS FOUND".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(17)   VALUE
               "AUDIT ROWS READ: ".
           05  S-READ              PIC ZZZZZZ9.
           05  FILLER              PIC X(13)   VALUE "  IN WINDOW: ".
           05  S-WINDOW            PIC ZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  RULES: ".
           05  S-RULES             PIC ZZ9.
           05  FILLER              PIC X(14)   VALUE
               "  VIOLATIONS: ".
           05  S-VIOLATIONS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-DUTY-CONTROL.
           PERFORM LOAD-DUTY-RULES.
           PERFORM LOAD-AUDIT-WINDOW.
           PERFORM LINK-BATCH-NUMBERS.
           OPEN OUTPUT DUTY-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-WINDOW-DAYS TO H-DAYS.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           SET RULE-IDX TO 1.
           PERFORM UNTIL RULE-IDX > WS-RULE-COUNT
               PERFORM APPLY-DUTY-RULE
               SET RULE-IDX UP BY 1
           END-PERFORM.
           IF WS-VIOLATION-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE WS-READ-COUNT TO S-READ.
           MOVE WS-WINDOW-COUNT TO S-WINDOW.
           MOVE WS-RULE-COUNT TO S-RULES.
           MOVE WS-VIOLATION-COUNT TO S-VIOLATIONS.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE DUTY-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-ROW-OVERFLOW = "Y" OR WS-RULE-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-VIOLATION-COUNT > 0
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

       GET-DUTY-CONTROL.
           OPEN INPUT DUTY-CONTROL-FILE.
           IF WS-SODCTL-STATUS = "00"
               READ DUTY-CONTROL-FILE
                   NOT AT END
                       IF SC-WINDOW-DAYS NUMERIC
                               AND SC-WINDOW-DAYS > 0
                           MOVE SC-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE DUTY-CONTROL-FILE
           END-IF.

       LOAD-DUTY-RULES.
           OPEN INPUT DUTY-RULE-FILE.
           IF WS-SODRULE-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ DUTY-RULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-DUTY-RULE
                   END-READ
               END-PERFORM
               CLOSE DUTY-RULE-FILE
           ELSE
               MOVE "LOAD-DUTY-RULES" TO WS-ERR-PARAGRAPH
               MOVE "duty rule table not available, nothing checked"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       STORE-DUTY-RULE.
           IF SR-LINK NOT = "K" AND SR-LINK NOT = "B"
                   AND SR-LINK NOT = "O"
               MOVE "STORE-DUTY-RULE" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "duty rule " SR-FIRST-ACTION " "
                   SR-SECOND-ACTION " has invalid link " SR-LINK
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               IF WS-RULE-COUNT < 100
                   ADD 1 TO WS-RULE-COUNT
                   SET RULE-IDX TO WS-RULE-COUNT
                   MOVE SR-FIRST-ACTION TO WS-RULE-FIRST(RULE-IDX)
                   MOVE SR-SECOND-ACTION TO WS-RULE-SECOND(RULE-IDX)
                   MOVE SR-LINK TO WS-RULE-LINK(RULE-IDX)
                   MOVE SR-DESCRIPTION TO WS-RULE-DESC(RULE-IDX)
               ELSE
                   IF WS-RULE-OVERFLOW = "N"
                       MOVE "Y" TO WS-RULE-OVERFLOW
                       MOVE "STORE-DUTY-RULE" TO WS-ERR-PARAGRAPH
                       MOVE "duty rule table full, rules dropped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       LOAD-AUDIT-WINDOW.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM NOTE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-AUDIT-ROW.
           IF MA-DATE NUMERIC AND MA-DATE > 0
                   AND MA-DATE NOT > WS-RUN-DATE-NUM
               COMPUTE WS-REC-INT =
                   FUNCTION INTEGER-OF-DATE(MA-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-REC-INT
               IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
                   ADD 1 TO WS-WINDOW-COUNT
                   IF WS-ROW-COUNT < 5000
                       ADD 1 TO WS-ROW-COUNT
                       SET ROW-IDX TO WS-ROW-COUNT
                       PERFORM STORE-AUDIT-ROW
                   ELSE
                       IF WS-ROW-OVERFLOW = "N"
                           MOVE "Y" TO WS-ROW-OVERFLOW
                           MOVE "NOTE-AUDIT-ROW" TO WS-ERR-PARAGRAPH
                           MOVE "audit row table full, rows dropped"
                               TO WS-ERR-MESSAGE
                           MOVE "S" TO WS-ERR-SEVERITY
                           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STORE-AUDIT-ROW.
           MOVE MA-OPERATOR-ID TO WS-ROW-OPERATOR(ROW-IDX).
           MOVE MA-DATE TO WS-ROW-DATE(ROW-IDX).
           MOVE MA-TIME TO WS-ROW-TIME(ROW-IDX).
           MOVE MA-ACTION TO WS-ROW-ACTION(ROW-IDX).
           MOVE SPACES TO WS-ROW-KEY(ROW-IDX).
           MOVE SPACES TO WS-ROW-BATCH(ROW-IDX).
           MOVE SPACES TO WS-ROW-TARGET(ROW-IDX).
           MOVE SPACES TO WS-ROW-KEYED-BY(ROW-IDX).
           EVALUATE MA-ACTION
               WHEN "ADD"
                   MOVE MA-AFTER-IMAGE(1:6) TO WS-ROW-KEY(ROW-IDX)
                   MOVE MA-BEFORE-IMAGE TO WS-IMAGE-WORK
                   IF AB-TAG = "BATCH "
                       MOVE AB-BATCH TO WS-ROW-BATCH(ROW-IDX)
                   END-IF
               WHEN "CORRECT"
               WHEN "DELETE"
                   MOVE MA-BEFORE-IMAGE(1:6) TO WS-ROW-KEY(ROW-IDX)
               WHEN "APPROVE"
               WHEN "REJECT"
                   MOVE MA-AFTER-IMAGE TO WS-IMAGE-WORK
                   IF DI-ACTION NOT = "JOURNAL"
                       MOVE DI-KEY TO WS-ROW-KEY(ROW-IDX)
                   END-IF
                   IF DI-KEYED-TAG = " KEYED BY "
                       MOVE DI-KEYED-BY TO WS-ROW-KEYED-BY(ROW-IDX)
                   END-IF
               WHEN "REFAPPR"
               WHEN "REFREJ"
                   MOVE MA-AFTER-IMAGE(1:6) TO WS-ROW-KEY(ROW-IDX)
               WHEN "BATCHOPN"
               WHEN "BATCHCLS"
               WHEN "BATCHHLD"
                   MOVE MA-AFTER-IMAGE(1:6) TO WS-ROW-BATCH(ROW-IDX)
               WHEN "OPERADD"
                   MOVE MA-AFTER-IMAGE(1:8) TO WS-ROW-TARGET(ROW-IDX)
               WHEN "DISABLE"
               WHEN "UNLOCK"
               WHEN "PWDRESET"
               WHEN "AUTHCHG"
               WHEN "RECERT"
                   MOVE MA-BEFORE-IMAGE(1:8) TO WS-ROW-TARGET(ROW-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LINK-BATCH-NUMBERS.
           SET ROW-IDX TO 1.
           PERFORM UNTIL ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-BATCH(ROW-IDX) = SPACES
                       AND WS-ROW-KEY(ROW-IDX) NOT = SPACES
                   PERFORM FIND-KEY-BATCH
               END-IF
               SET ROW-IDX UP BY 1
           END-PERFORM.

       FIND-KEY-BATCH.
           SET ROW2-IDX TO 1.
           PERFORM UNTIL ROW2-IDX > WS-ROW-COUNT
                   OR WS-ROW-BATCH(ROW-IDX) NOT = SPACES
               IF WS-ROW-ACTION(ROW2-IDX) = "ADD"
                       AND WS-ROW-KEY(ROW2-IDX) = WS-ROW-KEY(ROW-IDX)
                   MOVE WS-ROW-BATCH(ROW2-IDX)
                       TO WS-ROW-BATCH(ROW-IDX)
               END-IF
               SET ROW2-IDX UP BY 1
           END-PERFORM.

       APPLY-DUTY-RULE.
           SET ROW-IDX TO 1.
           PERFORM UNTIL ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-ACTION(ROW-IDX) = WS-RULE-FIRST(RULE-IDX)
                   SET ROW2-IDX TO ROW-IDX
                   SET ROW2-IDX UP BY 1
                   PERFORM UNTIL ROW2-IDX > WS-ROW-COUNT
                       IF WS-ROW-ACTION(ROW2-IDX) =
                               WS-RULE-SECOND(RULE-IDX)
                               OR WS-RULE-SECOND(RULE-IDX) = "*"
                           PERFORM CHECK-ROW-LINK
                           IF WS-LINKED-SW = "Y"
                               PERFORM REPORT-VIOLATION
                           END-IF
                       END-IF
                       SET ROW2-IDX UP BY 1
                   END-PERFORM
               END-IF
               SET ROW-IDX UP BY 1
           END-PERFORM.

       CHECK-ROW-LINK.
           MOVE "N" TO WS-LINKED-SW.
           MOVE SPACES TO WS-LINK-VALUE.
           EVALUATE WS-RULE-LINK(RULE-IDX)
               WHEN "K"
                   IF WS-ROW-KEY(ROW-IDX) NOT = SPACES
                           AND WS-ROW-KEY(ROW-IDX) =
                               WS-ROW-KEY(ROW2-IDX)
                       PERFORM CHECK-SAME-OPERATOR
                       MOVE WS-ROW-KEY(ROW-IDX) TO WS-LINK-VALUE
                   END-IF
               WHEN "B"
                   IF WS-ROW-BATCH(ROW-IDX) NOT = SPACES
                           AND WS-ROW-BATCH(ROW-IDX) =
                               WS-ROW-BATCH(ROW2-IDX)
                       PERFORM CHECK-SAME-OPERATOR
                       MOVE WS-ROW-BATCH(ROW-IDX) TO WS-LINK-VALUE
                   END-IF
               WHEN "O"
                   IF WS-ROW-TARGET(ROW-IDX) NOT = SPACES
                           AND WS-ROW-TARGET(ROW-IDX) NOT =
                               WS-ROW-OPERATOR(ROW-IDX)
                           AND WS-ROW-TARGET(ROW-IDX) =
                               WS-ROW-OPERATOR(ROW2-IDX)
                           AND WS-ROW-DATE(ROW-IDX) =
                               WS-ROW-DATE(ROW2-IDX)
                       MOVE "Y" TO WS-LINKED-SW
                       MOVE WS-ROW-TARGET(ROW-IDX) TO WS-LINK-VALUE
                   END-IF
           END-EVALUATE.

       CHECK-SAME-OPERATOR.
           IF WS-ROW-OPERATOR(ROW-IDX) = WS-ROW-OPERATOR(ROW2-IDX)
               MOVE "Y" TO WS-LINKED-SW
           END-IF.
           IF WS-ROW-KEYED-BY(ROW2-IDX) NOT = SPACES
                   AND WS-ROW-KEYED-BY(ROW2-IDX) =
                       WS-ROW-OPERATOR(ROW-IDX)
               MOVE "Y" TO WS-LINKED-SW
           END-IF.
           IF WS-ROW-KEYED-BY(ROW-IDX) NOT = SPACES
                   AND WS-ROW-KEYED-BY(ROW-IDX) =
                       WS-ROW-OPERATOR(ROW2-IDX)
               MOVE "Y" TO WS-LINKED-SW
           END-IF.

       REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           MOVE WS-RULE-DESC(RULE-IDX) TO V-DESCRIPTION.
           MOVE WS-ROW-ACTION(ROW-IDX) TO V-FIRST-ACTION.
           MOVE WS-ROW-OPERATOR(ROW-IDX) TO V-FIRST-OPERATOR.
           MOVE WS-ROW-DATE(ROW-IDX) TO V-FIRST-DATE.
           MOVE WS-ROW-TIME(ROW-IDX) TO V-FIRST-TIME.
           MOVE WS-ROW-ACTION(ROW2-IDX) TO V-SECOND-ACTION.
           MOVE WS-ROW-OPERATOR(ROW2-IDX) TO V-SECOND-OPERATOR.
           MOVE WS-ROW-DATE(ROW2-IDX) TO V-SECOND-DATE.
           MOVE WS-ROW-TIME(ROW2-IDX) TO V-SECOND-TIME.
           MOVE WS-RULE-LINK(RULE-IDX) TO V-LINK.
           MOVE WS-LINK-VALUE TO V-LINK-VALUE.
           WRITE RPT-LINE FROM WS-VIOLATION-LINE.
           MOVE "REPORT-VIOLATION" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "duty conflict " WS-ROW-ACTION(ROW-IDX) " by "
               WS-ROW-OPERATOR(ROW-IDX) " then "
               WS-ROW-ACTION(ROW2-IDX) " by "
               WS-ROW-OPERATOR(ROW2-IDX) " on " WS-LINK-VALUE
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
           MOVE WS-VIOLATION-COUNT TO JA-REJECT-COUNT.
           MOVE WS-VIOLATION-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
