       IDENTIFICATION DIVISION.
       PROGRAM-ID. RestartPlanner.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEPENDENCY-FILE ASSIGN TO "STEPDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

           SELECT RESTART-CONTROL-FILE ASSIGN TO "RSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RESTART-REPORT ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-CARD-FILE ASSIGN TO "RSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-DEPENDENCY-FILE.
       01  STEP-DEPENDENCY-RECORD.
           COPY STEPDEP.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM-ID       PIC X(30).
           05  RC-RUN-DATE         PIC 9(8).
           05  RC-STATUS           PIC X.
           05  RC-TIME             PIC 9(6).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       FD  RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           05  RR-RUN-DATE         PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RESTART-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  RESTART-CARD-FILE.
       01  CARD-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STEPDEP-STATUS       PIC X(2)    VALUE "00".
       01  WS-RUNCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-RSTCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-ENTRY-FOUND          PIC X       VALUE "N".
       01  WS-STEP-OVERFLOW        PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-COMPLETED-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-NOT-STARTED-COUNT    PIC 9(3)    VALUE ZERO.
       01  WS-BYPASSED-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-RESUBMIT-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-REFUSED-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-FIRST-INCOMPLETE     PIC 9(3)    VALUE ZERO.
       01  WS-FIRST-REFUSED        PIC 9(3)    VALUE ZERO.
       01  WS-LAST-COMPLETED       PIC 9(3)    VALUE ZERO.
       01  WS-AUDIT-CURSOR         PIC 9(3)    VALUE ZERO.
       01  WS-RUNCTL-CURSOR        PIC 9(3)    VALUE ZERO.
       01  WS-MATCH-CURSOR         PIC 9(3)    VALUE ZERO.
       01  WS-SEARCH-START         PIC 9(3)    VALUE ZERO.
       01  WS-MATCH-PROGRAM        PIC X(30)   VALUE SPACES.
       01  WS-MATCH-KIND           PIC X       VALUE SPACE.
       01  WS-CHECK-DEPS           PIC X       VALUE "N".
       01  WS-DEPS-RAN             PIC X       VALUE "Y".
       01  WS-DEP-NAME             PIC X(8)    VALUE SPACES.
       01  WS-DEP-SUB              PIC 9       VALUE ZERO.
       01  WS-WAITING-ON           PIC X(8)    VALUE SPACES.
       01  WS-PLAN-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-STEP-SEQ             PIC 9(3)    VALUE ZERO.

       01  WS-STEP-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 100 TIMES
                                   INDEXED BY ST-IDX DP-IDX.
               10  WS-ST-NAME          PIC X(8).
               10  WS-ST-PROGRAM       PIC X(30).
               10  WS-ST-POSTING       PIC X.
               10  WS-ST-DEPENDS       PIC X(8)    OCCURS 4 TIMES.
               10  WS-ST-AUDITED       PIC X.
               10  WS-ST-STARTED       PIC X.
               10  WS-ST-POSTED        PIC X.
               10  WS-ST-REJECTS       PIC 9(7).
               10  WS-ST-STATUS        PIC X.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "RestartPlanner".
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
           05  FILLER              PIC X(26)   VALUE
               "NIGHTLY RESTART PLAN FOR: ".
           05  H-DATE              PIC 9(8).

       01  WS-STEP-HEADING.
           05  FILLER              PIC X(34)   VALUE
               "SEQ  STEP      PROGRAM            ".
           05  FILLER              PIC X(34)   VALUE
               "             POST STATUS          ".
           05  FILLER              PIC X(12)   VALUE
               "        NOTE".

       01  WS-STEP-LINE.
           05  L-SEQ               PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  L-STEP              PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  L-PROGRAM           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  L-POSTING           PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  L-STATUS            PIC X(22).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  L-NOTE              PIC X(40).

       01  WS-RESUBMIT-HEADING.
           05  FILLER              PIC X(28)   VALUE
               "STEPS TO RESUBMIT, IN ORDER:".

       01  WS-RESUBMIT-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-SEQ               PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-STEP              PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-PROGRAM           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-ACTION            PIC X(36).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(11)   VALUE "COMPLETED: ".
           05  S-COMPLETED         PIC ZZ9.
           05  FILLER              PIC X(10)   VALUE "  FAILED: ".
           05  S-FAILED            PIC ZZ9.
           05  FILLER              PIC X(15)   VALUE
               "  NOT STARTED: ".
           05  S-NOT-STARTED       PIC ZZ9.
           05  FILLER              PIC X(15)   VALUE
               "  TO RESUBMIT: ".
           05  S-RESUBMIT          PIC ZZ9.
           05  FILLER              PIC X(12)   VALUE "  BYPASSED: ".
           05  S-BYPASSED          PIC ZZ9.

       01  WS-PLAN-LINE.
           05  FILLER              PIC X(6)    VALUE "PLAN: ".
           05  P-TEXT              PIC X(70).

       01  WS-CARD-COMMENT.
           05  FILLER              PIC X(24)   VALUE
               "//* NIGHTLY RESTART FOR ".
           05  CC-DATE             PIC 9(8).
           05  FILLER              PIC X(9)    VALUE " AT STEP ".
           05  CC-STEP             PIC X(8).

       01  WS-CARD-JOB-1.
           05  FILLER              PIC X(34)   VALUE
               "//NIGHTLY  JOB (ACCTG),'NIGHTLY BA".
           05  FILLER              PIC X(30)   VALUE
               "TCH CYCLE',CLASS=A,MSGCLASS=X,".

       01  WS-CARD-JOB-2.
           05  FILLER              PIC X(38)   VALUE
               "//             NOTIFY=&SYSUID,RESTART=".
           05  CJ-STEP             PIC X(8).

       01  WS-CARD-NO-RESTART.
           05  FILLER              PIC X(22)   VALUE
               "//* NIGHTLY CYCLE FOR ".
           05  CN-DATE             PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CN-TEXT             PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-PLAN-DATE.
           PERFORM LOAD-STEP-TABLE.
           OPEN OUTPUT RESTART-REPORT.
           MOVE WS-PLAN-DATE TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           IF WS-STEP-COUNT = 0
               MOVE "NO STEP-DEPENDENCY TABLE, NOTHING PLANNED"
                   TO P-TEXT
               WRITE RPT-LINE FROM WS-PLAN-LINE
               CLOSE RESTART-REPORT
               PERFORM WRITE-JOB-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-RUN-CONTROL.
           PERFORM SCAN-JOB-AUDIT.
           PERFORM CLASSIFY-STEPS.
           PERFORM REPORT-STEP-STATUS.
           PERFORM PLAN-RESTART.
           PERFORM WRITE-RESTART-CARD.
           CLOSE RESTART-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-REFUSED-COUNT > 0 OR WS-STEP-OVERFLOW = "Y"
               DISPLAY "RESTART REFUSED, SEE RESTART PLAN REPORT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FIRST-INCOMPLETE > 0
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

       GET-PLAN-DATE.
           MOVE WS-RUN-DATE-NUM TO WS-PLAN-DATE.
           OPEN INPUT RESTART-CONTROL-FILE.
           IF WS-RSTCTL-STATUS = "00"
               READ RESTART-CONTROL-FILE
                   NOT AT END
                       IF RR-RUN-DATE NUMERIC AND RR-RUN-DATE > 0
                           MOVE RR-RUN-DATE TO WS-PLAN-DATE
                       END-IF
               END-READ
               CLOSE RESTART-CONTROL-FILE
           END-IF.

       LOAD-STEP-TABLE.
           OPEN INPUT STEP-DEPENDENCY-FILE.
           IF WS-STEPDEP-STATUS = "00"
               PERFORM UNTIL WS-STEPDEP-STATUS NOT = "00"
                   READ STEP-DEPENDENCY-FILE
                       AT END
                           MOVE "10" TO WS-STEPDEP-STATUS
                       NOT AT END
                           PERFORM STORE-STEP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STEP-DEPENDENCY-FILE
           ELSE
               MOVE "LOAD-STEP-TABLE" TO WS-ERR-PARAGRAPH
               MOVE "step-dependency table not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-STEP-ENTRY.
           IF WS-STEP-COUNT < 100
               ADD 1 TO WS-STEP-COUNT
               SET ST-IDX TO WS-STEP-COUNT
               MOVE SD-STEP-NAME TO WS-ST-NAME(ST-IDX)
               MOVE SD-PROGRAM-ID TO WS-ST-PROGRAM(ST-IDX)
               MOVE SD-POSTING TO WS-ST-POSTING(ST-IDX)
               MOVE SD-DEPENDS-ON(1) TO WS-ST-DEPENDS(ST-IDX, 1)
               MOVE SD-DEPENDS-ON(2) TO WS-ST-DEPENDS(ST-IDX, 2)
               MOVE SD-DEPENDS-ON(3) TO WS-ST-DEPENDS(ST-IDX, 3)
               MOVE SD-DEPENDS-ON(4) TO WS-ST-DEPENDS(ST-IDX, 4)
               MOVE "N" TO WS-ST-AUDITED(ST-IDX)
               MOVE "N" TO WS-ST-STARTED(ST-IDX)
               MOVE "N" TO WS-ST-POSTED(ST-IDX)
               MOVE ZERO TO WS-ST-REJECTS(ST-IDX)
               MOVE "N" TO WS-ST-STATUS(ST-IDX)
           ELSE
               IF WS-STEP-OVERFLOW = "N"
                   MOVE "Y" TO WS-STEP-OVERFLOW
                   MOVE "STORE-STEP-ENTRY" TO WS-ERR-PARAGRAPH
                   MOVE "step table full at 100, plan not safe"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-RUNCTL-STATUS NOT = "00"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-RUNCTL-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RC-RUN-DATE = WS-PLAN-DATE
                               PERFORM MATCH-RUN-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       MATCH-RUN-CONTROL.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-STEP-COUNT
               IF WS-ST-PROGRAM(ST-IDX) = RC-PROGRAM-ID
                   MOVE "Y" TO WS-ST-POSTING(ST-IDX)
               END-IF
               SET ST-IDX UP BY 1
           END-PERFORM.
           MOVE RC-PROGRAM-ID TO WS-MATCH-PROGRAM.
           IF RC-STATUS = "I"
               MOVE "I" TO WS-MATCH-KIND
               MOVE WS-RUNCTL-CURSOR TO WS-MATCH-CURSOR
               PERFORM FIND-MATCHING-STEP
               IF WS-ENTRY-FOUND = "Y"
                   MOVE "Y" TO WS-ST-STARTED(ST-IDX)
                   SET WS-RUNCTL-CURSOR TO ST-IDX
               END-IF
           END-IF.
           IF RC-STATUS = "C"
               MOVE "C" TO WS-MATCH-KIND
               MOVE "N" TO WS-CHECK-DEPS
               MOVE 1 TO WS-SEARCH-START
               PERFORM SEARCH-STEP-TABLE
               IF WS-ENTRY-FOUND = "N"
                   MOVE "P" TO WS-MATCH-KIND
                   MOVE WS-RUNCTL-CURSOR TO WS-MATCH-CURSOR
                   PERFORM FIND-MATCHING-STEP
               END-IF
               IF WS-ENTRY-FOUND = "Y"
                   MOVE "Y" TO WS-ST-POSTED(ST-IDX)
                   SET WS-RUNCTL-CURSOR TO ST-IDX
               END-IF
           END-IF.

       SCAN-JOB-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ JOB-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF JA-RUN-DATE NUMERIC
                                   AND JA-RUN-DATE = WS-PLAN-DATE
                               PERFORM MATCH-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-AUDIT-FILE
           END-IF.

       MATCH-AUDIT-ENTRY.
           MOVE "A" TO WS-MATCH-KIND.
           MOVE JA-PROGRAM-ID TO WS-MATCH-PROGRAM.
           MOVE WS-AUDIT-CURSOR TO WS-MATCH-CURSOR.
           PERFORM FIND-MATCHING-STEP.
           IF WS-ENTRY-FOUND = "Y"
               MOVE "Y" TO WS-ST-AUDITED(ST-IDX)
               IF JA-REJECT-COUNT NUMERIC
                   MOVE JA-REJECT-COUNT TO WS-ST-REJECTS(ST-IDX)
               END-IF
               SET WS-AUDIT-CURSOR TO ST-IDX
           END-IF.

       FIND-MATCHING-STEP.
           COMPUTE WS-SEARCH-START = WS-MATCH-CURSOR + 1.
           MOVE "Y" TO WS-CHECK-DEPS.
           PERFORM SEARCH-STEP-TABLE.
           IF WS-ENTRY-FOUND = "N"
               MOVE "N" TO WS-CHECK-DEPS
               PERFORM SEARCH-STEP-TABLE
           END-IF.
           IF WS-ENTRY-FOUND = "N"
               MOVE 1 TO WS-SEARCH-START
               PERFORM SEARCH-STEP-TABLE
           END-IF.

       SEARCH-STEP-TABLE.
           MOVE "N" TO WS-ENTRY-FOUND.
           IF WS-SEARCH-START NOT > WS-STEP-COUNT
               SET ST-IDX TO WS-SEARCH-START
               PERFORM UNTIL ST-IDX > WS-STEP-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF WS-ST-PROGRAM(ST-IDX) = WS-MATCH-PROGRAM
                       PERFORM CHECK-STEP-CANDIDATE
                   END-IF
                   IF WS-ENTRY-FOUND = "N"
                       SET ST-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-STEP-CANDIDATE.
           EVALUATE WS-MATCH-KIND
               WHEN "A"
                   IF WS-ST-AUDITED(ST-IDX) = "N"
                       MOVE "Y" TO WS-ENTRY-FOUND
                   END-IF
               WHEN "I"
                   IF WS-ST-STARTED(ST-IDX) = "N"
                       MOVE "Y" TO WS-ENTRY-FOUND
                   END-IF
               WHEN "C"
                   IF WS-ST-STARTED(ST-IDX) = "Y"
                           AND WS-ST-POSTED(ST-IDX) = "N"
                       MOVE "Y" TO WS-ENTRY-FOUND
                   END-IF
               WHEN OTHER
                   IF WS-ST-POSTED(ST-IDX) = "N"
                       MOVE "Y" TO WS-ENTRY-FOUND
                   END-IF
           END-EVALUATE.
           IF WS-ENTRY-FOUND = "Y" AND WS-CHECK-DEPS = "Y"
                   AND WS-MATCH-KIND = "A"
               PERFORM CHECK-PREDECESSORS-RAN
               IF WS-DEPS-RAN = "N"
                   MOVE "N" TO WS-ENTRY-FOUND
               END-IF
           END-IF.

       CHECK-PREDECESSORS-RAN.
           MOVE "Y" TO WS-DEPS-RAN.
           MOVE 1 TO WS-DEP-SUB.
           PERFORM UNTIL WS-DEP-SUB > 4 OR WS-DEPS-RAN = "N"
               MOVE WS-ST-DEPENDS(ST-IDX, WS-DEP-SUB) TO WS-DEP-NAME
               IF WS-DEP-NAME NOT = SPACES
                   SET DP-IDX TO 1
                   PERFORM UNTIL DP-IDX NOT < ST-IDX
                       IF WS-ST-NAME(DP-IDX) = WS-DEP-NAME
                               AND WS-ST-AUDITED(DP-IDX) = "N"
                               AND WS-ST-STARTED(DP-IDX) = "N"
                           MOVE "N" TO WS-DEPS-RAN
                       END-IF
                       SET DP-IDX UP BY 1
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DEP-SUB
           END-PERFORM.

       CLASSIFY-STEPS.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-STEP-COUNT
               IF WS-ST-AUDITED(ST-IDX) = "Y"
                       OR WS-ST-POSTED(ST-IDX) = "Y"
                   MOVE "C" TO WS-ST-STATUS(ST-IDX)
                   ADD 1 TO WS-COMPLETED-COUNT
                   SET WS-LAST-COMPLETED TO ST-IDX
               END-IF
               SET ST-IDX UP BY 1
           END-PERFORM.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-STEP-COUNT
               IF WS-ST-STATUS(ST-IDX) NOT = "C"
                   IF WS-ST-STARTED(ST-IDX) = "Y"
                       MOVE "F" TO WS-ST-STATUS(ST-IDX)
                   ELSE
                       IF ST-IDX < WS-LAST-COMPLETED
                           MOVE "B" TO WS-ST-STATUS(ST-IDX)
                       ELSE
                           MOVE "N" TO WS-ST-STATUS(ST-IDX)
                       END-IF
                   END-IF
                   IF WS-FIRST-INCOMPLETE = 0
                           AND WS-ST-STATUS(ST-IDX) NOT = "B"
                       SET WS-FIRST-INCOMPLETE TO ST-IDX
                   END-IF
               END-IF
               SET ST-IDX UP BY 1
           END-PERFORM.
           IF WS-FIRST-INCOMPLETE > 0 AND WS-COMPLETED-COUNT > 0
               SET ST-IDX TO WS-FIRST-INCOMPLETE
               MOVE "F" TO WS-ST-STATUS(ST-IDX)
           END-IF.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-STEP-COUNT
               IF WS-ST-STATUS(ST-IDX) = "F"
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
               IF WS-ST-STATUS(ST-IDX) = "N"
                   ADD 1 TO WS-NOT-STARTED-COUNT
               END-IF
               IF WS-ST-STATUS(ST-IDX) = "B"
                   ADD 1 TO WS-BYPASSED-COUNT
               END-IF
               SET ST-IDX UP BY 1
           END-PERFORM.

       REPORT-STEP-STATUS.
           WRITE RPT-LINE FROM WS-STEP-HEADING.
           SET ST-IDX TO 1.
           PERFORM UNTIL ST-IDX > WS-STEP-COUNT
               SET WS-STEP-SEQ TO ST-IDX
               MOVE WS-STEP-SEQ TO L-SEQ
               MOVE WS-ST-NAME(ST-IDX) TO L-STEP
               MOVE WS-ST-PROGRAM(ST-IDX) TO L-PROGRAM
               IF WS-ST-POSTING(ST-IDX) = "Y"
                   MOVE "YES" TO L-POSTING
               ELSE
                   MOVE "NO" TO L-POSTING
               END-IF
               MOVE SPACES TO L-NOTE
               EVALUATE WS-ST-STATUS(ST-IDX)
                   WHEN "C"
                       PERFORM DESCRIBE-COMPLETED-STEP
                   WHEN "F"
                       MOVE "FAILED" TO L-STATUS
                       IF WS-ST-STARTED(ST-IDX) = "Y"
                           MOVE "STARTED ON RUNCTL, NEVER COMPLETED"
                               TO L-NOTE
                       ELSE
                           MOVE "CYCLE STOPPED AT THIS STEP" TO L-NOTE
                       END-IF
                   WHEN "B"
                       MOVE "BYPASSED" TO L-STATUS
                       MOVE "NO RUN ROWS, LATER STEPS COMPLETED"
                           TO L-NOTE
                   WHEN OTHER
                       MOVE "NOT STARTED" TO L-STATUS
                       PERFORM FIND-INCOMPLETE-DEPENDENCY
                       IF WS-WAITING-ON NOT = SPACES
                           STRING "WAITING ON " WS-WAITING-ON
                               DELIMITED BY SIZE INTO L-NOTE
                       END-IF
               END-EVALUATE
               WRITE RPT-LINE FROM WS-STEP-LINE
               SET ST-IDX UP BY 1
           END-PERFORM.

       DESCRIBE-COMPLETED-STEP.
           IF WS-ST-REJECTS(ST-IDX) > 0
               MOVE "COMPLETED WITH REJECTS" TO L-STATUS
           ELSE
               MOVE "COMPLETED" TO L-STATUS
           END-IF.
           IF WS-ST-AUDITED(ST-IDX) = "N"
               MOVE "POSTED ON RUNCTL, NO JOBAUD ROW" TO L-NOTE
           END-IF.

       FIND-INCOMPLETE-DEPENDENCY.
           MOVE SPACES TO WS-WAITING-ON.
           MOVE 1 TO WS-DEP-SUB.
           PERFORM UNTIL WS-DEP-SUB > 4 OR WS-WAITING-ON NOT = SPACES
               MOVE WS-ST-DEPENDS(ST-IDX, WS-DEP-SUB) TO WS-DEP-NAME
               IF WS-DEP-NAME NOT = SPACES
                   SET DP-IDX TO 1
                   PERFORM UNTIL DP-IDX > WS-STEP-COUNT
                       IF WS-ST-NAME(DP-IDX) = WS-DEP-NAME
                               AND WS-ST-STATUS(DP-IDX) NOT = "C"
                               AND WS-ST-STATUS(DP-IDX) NOT = "B"
                           MOVE WS-DEP-NAME TO WS-WAITING-ON
                       END-IF
                       SET DP-IDX UP BY 1
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DEP-SUB
           END-PERFORM.

       PLAN-RESTART.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-FIRST-INCOMPLETE > 0
               WRITE RPT-LINE FROM WS-RESUBMIT-HEADING
               SET ST-IDX TO WS-FIRST-INCOMPLETE
               PERFORM UNTIL ST-IDX > WS-STEP-COUNT
                   PERFORM PLAN-ONE-STEP
                   SET ST-IDX UP BY 1
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE WS-COMPLETED-COUNT TO S-COMPLETED.
           MOVE WS-FAILED-COUNT TO S-FAILED.
           MOVE WS-NOT-STARTED-COUNT TO S-NOT-STARTED.
           MOVE WS-RESUBMIT-COUNT TO S-RESUBMIT.
           MOVE WS-BYPASSED-COUNT TO S-BYPASSED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO P-TEXT.
           IF WS-STEP-OVERFLOW = "Y"
               MOVE "REFUSED - STEP TABLE FULL, PLAN INCOMPLETE"
                   TO P-TEXT
           ELSE
               IF WS-FIRST-INCOMPLETE = 0
                   MOVE "CYCLE COMPLETE, NO RESTART NEEDED" TO P-TEXT
               ELSE
                   SET ST-IDX TO WS-FIRST-INCOMPLETE
                   IF WS-REFUSED-COUNT > 0
                       STRING "REFUSED - RESTART AT "
                           WS-ST-NAME(ST-IDX)
                           " WOULD RERUN POSTED STEPS"
                           DELIMITED BY SIZE INTO P-TEXT
                       PERFORM LOG-RESTART-REFUSED
                   ELSE
                       STRING "RESTART NIGHTLY AT STEP "
                           WS-ST-NAME(ST-IDX)
                           DELIMITED BY SIZE INTO P-TEXT
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-PLAN-LINE.

       PLAN-ONE-STEP.
           ADD 1 TO WS-RESUBMIT-COUNT.
           SET WS-STEP-SEQ TO ST-IDX.
           MOVE WS-STEP-SEQ TO R-SEQ.
           MOVE WS-ST-NAME(ST-IDX) TO R-STEP.
           MOVE WS-ST-PROGRAM(ST-IDX) TO R-PROGRAM.
           IF WS-ST-STATUS(ST-IDX) = "C"
               IF WS-ST-POSTING(ST-IDX) = "Y"
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-FIRST-REFUSED = 0
                       SET WS-FIRST-REFUSED TO ST-IDX
                   END-IF
                   MOVE "ALREADY POSTED - WOULD DOUBLE-POST"
                       TO R-ACTION
               ELSE
                   MOVE "RERUN - NOT A POSTING STEP" TO R-ACTION
               END-IF
           ELSE
               MOVE "RUN" TO R-ACTION
           END-IF.
           WRITE RPT-LINE FROM WS-RESUBMIT-LINE.

       LOG-RESTART-REFUSED.
           SET DP-IDX TO WS-FIRST-REFUSED.
           MOVE "LOG-RESTART-REFUSED" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "restart refused for " WS-PLAN-DATE
               ", completed posting step would rerun: "
               WS-ST-NAME(DP-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-RESTART-CARD.
           OPEN OUTPUT RESTART-CARD-FILE.
           MOVE WS-PLAN-DATE TO CN-DATE.
           IF WS-REFUSED-COUNT > 0 OR WS-STEP-OVERFLOW = "Y"
               MOVE "RESTART REFUSED, SEE RESTART REPORT" TO CN-TEXT
               WRITE CARD-LINE FROM WS-CARD-NO-RESTART
           ELSE
               IF WS-FIRST-INCOMPLETE = 0
                   MOVE "COMPLETE, NO RESTART NEEDED" TO CN-TEXT
                   WRITE CARD-LINE FROM WS-CARD-NO-RESTART
               ELSE
                   SET ST-IDX TO WS-FIRST-INCOMPLETE
                   MOVE WS-ST-NAME(ST-IDX) TO CJ-STEP
                   MOVE WS-ST-NAME(ST-IDX) TO CC-STEP
                   MOVE WS-PLAN-DATE TO CC-DATE
                   WRITE CARD-LINE FROM WS-CARD-JOB-1
                   WRITE CARD-LINE FROM WS-CARD-JOB-2
                   WRITE CARD-LINE FROM WS-CARD-COMMENT
               END-IF
           END-IF.
           CLOSE RESTART-CARD-FILE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-REFUSED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-RESUBMIT-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
