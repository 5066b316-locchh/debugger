       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobsDue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-CALENDAR ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCCAL-STATUS.

           SELECT SCHEDULED-JOBS-FILE ASSIGN TO "CALJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALJOBS-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOBS-DUE-FILE ASSIGN TO "JOBSDUE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSING-CALENDAR.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  SCHEDULED-JOBS-FILE.
       01  SCHEDULED-JOBS-RECORD.
           05  SJ-EVENT            PIC X.
           05  SJ-JOB-NAME         PIC X(8).
           05  SJ-RUN-AFTER        PIC X(20).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOBS-DUE-FILE.
       01  JOBS-DUE-RECORD.
           05  JD-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  JD-JOB-NAME         PIC X(8).
           05  FILLER              PIC X.
           05  JD-EVENT            PIC X(11).
           05  FILLER              PIC X.
           05  JD-RUN-AFTER        PIC X(20).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-PROCCAL-STATUS       PIC X(2)    VALUE "00".
       01  WS-CALJOBS-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-ENTRY-FOUND          PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-WRITE-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-CYCLE-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-EVENT-CODE           PIC X       VALUE SPACE.
       01  WS-EVENT-NAME           PIC X(11)   VALUE SPACES.

       01  WS-DUE-DAY-END          PIC X       VALUE "N".
       01  WS-DUE-MONTH-END        PIC X       VALUE "N".
       01  WS-DUE-QUARTER-END      PIC X       VALUE "N".
       01  WS-DUE-YEAR-END         PIC X       VALUE "N".

       01  WS-SJ-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-SJ-TABLE.
           05  WS-SJ-ENTRY OCCURS 50 TIMES
                                   INDEXED BY SJ-IDX.
               10  WS-SJ-EVENT         PIC X.
               10  WS-SJ-JOB-NAME      PIC X(8).
               10  WS-SJ-RUN-AFTER     PIC X(20).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "JobsDue".
       01  WS-ERR-PARAGRAPH        PIC X(30).
       01  WS-ERR-MESSAGE          PIC X(80).
       01  WS-ERR-SEVERITY         PIC X       VALUE "W".

       01  WS-JOB-START-TIME       PIC 9(6).
       01  WS-RUN-DATE-NUM         PIC 9(8)    VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-SCHEDULED-JOBS.
           PERFORM READ-CALENDAR-ENTRY.
           OPEN OUTPUT JOBS-DUE-FILE.
           IF WS-ENTRY-FOUND = "Y"
               PERFORM WRITE-JOBS-DUE
           ELSE
               PERFORM REPORT-NO-CALENDAR-ENTRY
           END-IF.
           CLOSE JOBS-DUE-FILE.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
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

       LOAD-SCHEDULED-JOBS.
           OPEN INPUT SCHEDULED-JOBS-FILE.
           IF WS-CALJOBS-STATUS = "00"
               PERFORM UNTIL WS-CALJOBS-STATUS NOT = "00"
                   READ SCHEDULED-JOBS-FILE
                       AT END
                           MOVE "10" TO WS-CALJOBS-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF WS-SJ-COUNT < 50
                               ADD 1 TO WS-SJ-COUNT
                               SET SJ-IDX TO WS-SJ-COUNT
                               MOVE SJ-EVENT TO WS-SJ-EVENT(SJ-IDX)
                               MOVE SJ-JOB-NAME
                                   TO WS-SJ-JOB-NAME(SJ-IDX)
                               MOVE SJ-RUN-AFTER
                                   TO WS-SJ-RUN-AFTER(SJ-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULED-JOBS-FILE
           END-IF.
           IF WS-SJ-COUNT = 0
               MOVE 3 TO WS-SJ-COUNT
               MOVE "D" TO WS-SJ-EVENT(1)
               MOVE "NIGHTLY" TO WS-SJ-JOB-NAME(1)
               MOVE SPACES TO WS-SJ-RUN-AFTER(1)
               MOVE "M" TO WS-SJ-EVENT(2)
               MOVE "MONTHEND" TO WS-SJ-JOB-NAME(2)
               MOVE "NIGHTLY SUMSTEP" TO WS-SJ-RUN-AFTER(2)
               MOVE "Y" TO WS-SJ-EVENT(3)
               MOVE "YEAREND" TO WS-SJ-JOB-NAME(3)
               MOVE "MONTHEND" TO WS-SJ-RUN-AFTER(3)
           END-IF.

       READ-CALENDAR-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND.
           OPEN INPUT PROCESSING-CALENDAR.
           IF WS-PROCCAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       OR WS-ENTRY-FOUND = "Y"
                   READ PROCESSING-CALENDAR
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF PC-DATE < WS-RUN-DATE-NUM
                               MOVE PC-DATE TO WS-CYCLE-DATE
                           END-IF
                           IF PC-DATE = WS-RUN-DATE-NUM
                               MOVE "Y" TO WS-ENTRY-FOUND
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
           IF WS-CYCLE-DATE = 0
               MOVE WS-RUN-DATE-NUM TO WS-CYCLE-DATE
           END-IF.

       WRITE-JOBS-DUE.
           IF WS-DUE-DAY-END = "Y"
               MOVE "D" TO WS-EVENT-CODE
               MOVE "DAY-END" TO WS-EVENT-NAME
               PERFORM WRITE-EVENT-JOBS
           END-IF.
           IF WS-DUE-MONTH-END = "Y"
               MOVE "M" TO WS-EVENT-CODE
               MOVE "MONTH-END" TO WS-EVENT-NAME
               PERFORM WRITE-EVENT-JOBS
           END-IF.
           IF WS-DUE-QUARTER-END = "Y"
               MOVE "Q" TO WS-EVENT-CODE
               MOVE "QUARTER-END" TO WS-EVENT-NAME
               PERFORM WRITE-EVENT-JOBS
           END-IF.
           IF WS-DUE-YEAR-END = "Y"
               MOVE "Y" TO WS-EVENT-CODE
               MOVE "YEAR-END" TO WS-EVENT-NAME
               PERFORM WRITE-EVENT-JOBS
           END-IF.
           DISPLAY "JOBS DUE FOR " WS-RUN-DATE-NUM ": " WS-WRITE-COUNT.

       WRITE-EVENT-JOBS.
           SET SJ-IDX TO 1.
           PERFORM UNTIL SJ-IDX > WS-SJ-COUNT
               IF WS-SJ-EVENT(SJ-IDX) = WS-EVENT-CODE
                   MOVE SPACES TO JOBS-DUE-RECORD
                   MOVE WS-RUN-DATE-NUM TO JD-RUN-DATE
                   MOVE WS-SJ-JOB-NAME(SJ-IDX) TO JD-JOB-NAME
                   MOVE WS-EVENT-NAME TO JD-EVENT
                   MOVE WS-SJ-RUN-AFTER(SJ-IDX) TO JD-RUN-AFTER
                   WRITE JOBS-DUE-RECORD
                   ADD 1 TO WS-WRITE-COUNT
               END-IF
               SET SJ-IDX UP BY 1
           END-PERFORM.

       REPORT-NO-CALENDAR-ENTRY.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE "REPORT-NO-CALENDAR-ENTRY" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "no processing-calendar entry for business date "
               WS-RUN-DATE-NUM ", no jobs scheduled"
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.
           DISPLAY "NO CALENDAR ENTRY FOR " WS-RUN-DATE-NUM.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-CYCLE-DATE TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-ERROR-COUNT TO JA-REJECT-COUNT.
           MOVE WS-WRITE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
