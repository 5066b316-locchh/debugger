               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCAL-STATUS.

           SELECT CYCLE-REPORT ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  PROCESSING-CALENDAR.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  CYCLE-REPORT.
       01  RPT-LINE                PIC X(80).

       01  WS-EXPSTEP-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-PROCCAL-STATUS       PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-PROBLEM-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-RUN-MONTH            PIC 9(6)    VALUE ZERO.
       01  WS-ENTRY-MONTH          PIC 9(6)    VALUE ZERO.
       01  WS-CAL-FOUND            PIC X       VALUE "N".
       01  WS-DUE-DAY-END          PIC X       VALUE "Y".
       01  WS-DUE-MONTH-END        PIC X       VALUE "N".
       01  WS-DUE-QUARTER-END      PIC X       VALUE "N".
       01  WS-DUE-YEAR-END         PIC X       VALUE "N".

       01  WS-EXP-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-EXP-TABLE.
               10  WS-EXP-PROGRAM  PIC X(30).
               10  WS-EXP-FREQ     PIC X.
               10  WS-EXP-SEEN     PIC X.
               10  WS-EXP-DUE      PIC X.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "CycleMonitor".
       01  WS-ERR-PARAGRAPH        PIC X(30).
               "CYCLE COMPLETENESS CHECK FOR: ".
           05  H-DATE              PIC 9(8).

       01  WS-CALENDAR-LINE.
           05  FILLER              PIC X(10)   VALUE "CALENDAR: ".
           05  CL-DAY-END          PIC X(8).
           05  CL-MONTH-END        PIC X(10).
           05  CL-QUARTER-END      PIC X(12).
           05  CL-YEAR-END         PIC X(8).

       01  WS-PROBLEM-LINE.
           05  FILLER              PIC X(9)    VALUE "PROBLEM: ".
           05  P-PROGRAM           PIC X(30).
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-EXPECTED-STEPS.
           PERFORM READ-CALENDAR-ENTRY.
           PERFORM SET-STEPS-DUE.
           OPEN OUTPUT CYCLE-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM WRITE-CALENDAR-LINE.
           PERFORM SCAN-JOB-AUDIT.
           PERFORM REPORT-MISSING-STEPS.
           CLOSE CYCLE-REPORT.
                       WS-ERR-SEVERITY
           END-IF.

       READ-CALENDAR-ENTRY.
           OPEN INPUT PROCESSING-CALENDAR.
           IF WS-PROCCAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR WS-CAL-FOUND = "Y"
                   READ PROCESSING-CALENDAR
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF PC-DATE = WS-RUN-DATE-NUM
                               MOVE "Y" TO WS-CAL-FOUND
                               MOVE PC-DAY-END TO WS-DUE-DAY-END
                               MOVE PC-MONTH-END TO WS-DUE-MONTH-END
                               MOVE PC-QUARTER-END
                                   TO WS-DUE-QUARTER-END
                               MOVE PC-YEAR-END TO WS-DUE-YEAR-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSING-CALENDAR
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-CAL-FOUND = "N"
               MOVE "READ-CALENDAR-ENTRY" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "no processing-calendar entry for "
                   WS-RUN-DATE-NUM ", checking daily steps only"
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       SET-STEPS-DUE.
           SET EXP-IDX TO 1.
           PERFORM UNTIL EXP-IDX > WS-EXP-COUNT
               MOVE "N" TO WS-EXP-DUE(EXP-IDX)
               EVALUATE WS-EXP-FREQ(EXP-IDX)
                   WHEN "D"
                       MOVE WS-DUE-DAY-END TO WS-EXP-DUE(EXP-IDX)
                   WHEN "M"
                       MOVE WS-DUE-MONTH-END TO WS-EXP-DUE(EXP-IDX)
                   WHEN "Q"
                       MOVE WS-DUE-QUARTER-END TO WS-EXP-DUE(EXP-IDX)
                   WHEN "Y"
                       MOVE WS-DUE-YEAR-END TO WS-EXP-DUE(EXP-IDX)
               END-EVALUATE
               SET EXP-IDX UP BY 1
           END-PERFORM.

       WRITE-CALENDAR-LINE.
           IF WS-CAL-FOUND = "Y"
               MOVE SPACES TO CL-DAY-END CL-MONTH-END
                   CL-QUARTER-END CL-YEAR-END
               IF WS-DUE-DAY-END = "Y"
                   MOVE "DAY-END" TO CL-DAY-END
               END-IF
               IF WS-DUE-MONTH-END = "Y"
                   MOVE "MONTH-END" TO CL-MONTH-END
               END-IF
               IF WS-DUE-QUARTER-END = "Y"
                   MOVE "QUARTER-END" TO CL-QUARTER-END
               END-IF
               IF WS-DUE-YEAR-END = "Y"
                   MOVE "YEAR-END" TO CL-YEAR-END
               END-IF
               WRITE RPT-LINE FROM WS-CALENDAR-LINE
           ELSE
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE "PROCCAL" TO P-PROGRAM
               MOVE "NO ENTRY FOR RUN DATE, DAILY ONLY" TO P-TEXT
               WRITE RPT-LINE FROM WS-PROBLEM-LINE
           END-IF.

       SCAN-JOB-AUDIT.
           OPEN INPUT JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS = "00"
                           MOVE "Y" TO WS-EXP-SEEN(EXP-IDX)
                           PERFORM CHECK-COUNT-RELATIONS
                       END-IF
                       IF WS-EXP-FREQ(EXP-IDX) NOT = "D"
                               AND WS-ENTRY-MONTH = WS-RUN-MONTH
                           MOVE "Y" TO WS-EXP-SEEN(EXP-IDX)
                       END-IF
           SET EXP-IDX TO 1.
           PERFORM UNTIL EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-SEEN(EXP-IDX) = "N"
                       AND WS-EXP-DUE(EXP-IDX) = "Y"
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE WS-EXP-PROGRAM(EXP-IDX) TO P-PROGRAM
                   EVALUATE WS-EXP-FREQ(EXP-IDX)
                       WHEN "M"
                           MOVE "DUE AT MONTH-END, DID NOT RUN"
                               TO P-TEXT
                       WHEN "Q"
                           MOVE "DUE AT QUARTER-END, DID NOT RUN"
                               TO P-TEXT
                       WHEN "Y"
                           MOVE "DUE AT YEAR-END, DID NOT RUN"
                               TO P-TEXT
                       WHEN OTHER
                           MOVE "DID NOT RUN THIS CYCLE" TO P-TEXT
                   END-EVALUATE
                   WRITE RPT-LINE FROM WS-PROBLEM-LINE
                   MOVE "REPORT-MISSING-STEPS" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "expected step missing from cycle: "
                       WS-EXP-PROGRAM(EXP-IDX)
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
               IF WS-EXP-SEEN(EXP-IDX) = "N"
                       AND WS-EXP-DUE(EXP-IDX) = "N"
                       AND WS-EXP-FREQ(EXP-IDX) = "M"
                   MOVE WS-EXP-PROGRAM(EXP-IDX) TO P-PROGRAM
                   MOVE "NO RUN RECORDED THIS MONTH" TO P-TEXT
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-PROBLEM-COUNT TO JA-REJECT-COUNT.
           MOVE WS-EXP-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
