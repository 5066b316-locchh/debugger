       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrOperatorFeed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FEED-FILE ASSIGN TO "HRFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRFEED-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OM-STATUS.

           SELECT AUTH-REVIEW-FILE ASSIGN TO "AUTHREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHREVW-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HR-EXCEPTION-REPORT ASSIGN TO "HREXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-FEED-FILE.
       01  HR-FEED-RECORD.
           COPY HRFEED.

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMSTR.

       FD  AUTH-REVIEW-FILE.
       01  AUTH-REVIEW-RECORD.
           COPY AUTHREVW.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  HR-EXCEPTION-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-HRFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-OM-STATUS            PIC X(2)    VALUE "00".
       01  WS-AUTHREVW-STATUS      PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-MASTER-OPEN          PIC X       VALUE "N".
       01  WS-FEED-MISSING         PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-JOINER-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-MOVER-COUNT          PIC 9(5)    VALUE ZERO.
       01  WS-LEAVER-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(5)    VALUE ZERO.
       01  WS-REASON               PIC X(40)   VALUE SPACES.

       01  WS-FEED-OPERATOR-ID     PIC X(8)    VALUE "HRFEED".
       01  WS-JOINER-AUTH          PIC X       VALUE "D".
       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(60).
       01  WS-AFTER-IMAGE          PIC X(60).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).
       01  WS-IMAGE-BUILD          PIC X(60).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "HrOperatorFeed".
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
               "HR OPERATOR FEED EXCEPTIONS FOR:    ".
           05  H-DATE              PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(8)    VALUE "ACTION: ".
           05  X-ACTION            PIC X.
           05  FILLER              PIC X(7)    VALUE "   ID: ".
           05  X-OPERATOR-ID       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  X-NAME              PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  X-REASON            PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(9)    VALUE "RECORDS: ".
           05  S-READ              PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  JOINERS: ".
           05  S-JOINERS           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  MOVERS: ".
           05  S-MOVERS            PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  LEAVERS: ".
           05  S-LEAVERS           PIC ZZZZ9.
           05  FILLER              PIC X(14)   VALUE
               "  EXCEPTIONS: ".
           05  S-EXCEPTIONS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           OPEN OUTPUT HR-EXCEPTION-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           OPEN INPUT HR-FEED-FILE.
           IF WS-HRFEED-STATUS = "00"
               OPEN I-O OPERATOR-MASTER
               IF WS-OM-STATUS = "35"
                   OPEN OUTPUT OPERATOR-MASTER
               END-IF
               IF WS-OM-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
               ELSE
                   MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "operator master not available, status "
                       WS-OM-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ HR-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-HR-CHANGE
                   END-READ
               END-PERFORM
               CLOSE HR-FEED-FILE
               IF WS-MASTER-OPEN = "Y"
                   CLOSE OPERATOR-MASTER
               END-IF
           ELSE
               MOVE "Y" TO WS-FEED-MISSING
               MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH
               MOVE "hr feed not available, no changes applied"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE WS-READ-COUNT TO S-READ.
           MOVE WS-JOINER-COUNT TO S-JOINERS.
           MOVE WS-MOVER-COUNT TO S-MOVERS.
           MOVE WS-LEAVER-COUNT TO S-LEAVERS.
           MOVE WS-EXCEPTION-COUNT TO S-EXCEPTIONS.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE HR-EXCEPTION-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-MASTER-OPEN = "N" AND WS-READ-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > 0 OR WS-FEED-MISSING = "Y"
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

       APPLY-HR-CHANGE.
           MOVE SPACES TO WS-REASON.
           IF WS-MASTER-OPEN = "N"
               MOVE "operator master not available" TO WS-REASON
           ELSE
               IF HF-OPERATOR-ID = SPACES
                   MOVE "operator id missing" TO WS-REASON
               ELSE
                   EVALUATE HF-ACTION
                       WHEN "J"
                           PERFORM APPLY-JOINER
                       WHEN "M"
                           PERFORM APPLY-MOVER
                       WHEN "L"
                           PERFORM APPLY-LEAVER
                       WHEN OTHER
                           MOVE "action not J, M or L" TO WS-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-REASON NOT = SPACES
               PERFORM REPORT-HR-EXCEPTION
           END-IF.

       APPLY-JOINER.
           IF HF-EMPLOYEE-NAME = SPACES
               MOVE "joiner has no name" TO WS-REASON
           ELSE
               MOVE SPACES TO OPERATOR-MASTER-RECORD
               MOVE HF-OPERATOR-ID TO OM-OPERATOR-ID
               MOVE HF-EMPLOYEE-NAME TO OM-OPERATOR-NAME
               MOVE SPACES TO OM-PASSWORD
               MOVE ZERO TO OM-FAIL-COUNT
               MOVE "D" TO OM-LOCKED-FLAG
               MOVE WS-JOINER-AUTH TO OM-AUTH-LEVEL
               MOVE WS-RUN-DATE-NUM TO OM-PWD-CHANGED
               MOVE "Y" TO OM-PWD-FORCE
               MOVE SPACES TO OM-PWD-PREV1
               MOVE SPACES TO OM-PWD-PREV2
               MOVE SPACES TO OM-PWD-PREV3
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "joiner already on operator master"
                           TO WS-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-JOINER-COUNT
                       PERFORM BUILD-OPERATOR-IMAGE
                       MOVE "OPERADD" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       STRING WS-IMAGE-BUILD(1:30) " HR " HF-ROLE
                           DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

       APPLY-MOVER.
           MOVE HF-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "mover not on operator master" TO WS-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-MOVER-COUNT
                   PERFORM BUILD-OPERATOR-IMAGE
                   MOVE WS-IMAGE-BUILD TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   STRING WS-IMAGE-BUILD(1:30) " REVIEW " HF-ROLE
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                   MOVE "AUTHCHG" TO WS-AUDIT-ACTION
                   PERFORM QUEUE-AUTHORITY-REVIEW
                   PERFORM WRITE-MAINT-AUDIT
           END-READ.

       APPLY-LEAVER.
           MOVE HF-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "leaver not on operator master" TO WS-REASON
               NOT INVALID KEY
                   IF OM-LOCKED-FLAG = "D"
                       MOVE "leaver already disabled" TO WS-REASON
                   ELSE
                       PERFORM BUILD-OPERATOR-IMAGE
                       MOVE WS-IMAGE-BUILD TO WS-BEFORE-IMAGE
                       MOVE "D" TO OM-LOCKED-FLAG
                       REWRITE OPERATOR-MASTER-RECORD
                           INVALID KEY
                               MOVE "leaver could not be rewritten"
                                   TO WS-REASON
                           NOT INVALID KEY
                               ADD 1 TO WS-LEAVER-COUNT
                               PERFORM BUILD-OPERATOR-IMAGE
                               MOVE SPACES TO WS-AFTER-IMAGE
                               STRING WS-IMAGE-BUILD(1:30) " LEAVER "
                                   HF-EFFECTIVE-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-AFTER-IMAGE
                               MOVE "DISABLE" TO WS-AUDIT-ACTION
                               PERFORM WRITE-MAINT-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

       BUILD-OPERATOR-IMAGE.
           MOVE SPACES TO WS-IMAGE-BUILD.
           STRING OM-OPERATOR-ID " " OM-AUTH-LEVEL " "
               OM-LOCKED-FLAG " " OM-FAIL-COUNT " "
               OM-PWD-CHANGED " " OM-PWD-FORCE
               DELIMITED BY SIZE INTO WS-IMAGE-BUILD.

       QUEUE-AUTHORITY-REVIEW.
           OPEN EXTEND AUTH-REVIEW-FILE.
           IF WS-AUTHREVW-STATUS NOT = "00"
               OPEN OUTPUT AUTH-REVIEW-FILE
           END-IF.
           MOVE OM-OPERATOR-ID TO AR-OPERATOR-ID.
           MOVE OM-AUTH-LEVEL TO AR-AUTH-LEVEL.
           MOVE HF-ROLE TO AR-NEW-ROLE.
           MOVE WS-RUN-DATE-NUM TO AR-QUEUED-DATE.
           MOVE "PENDING" TO AR-STATUS.
           WRITE AUTH-REVIEW-RECORD.
           CLOSE AUTH-REVIEW-FILE.

       REPORT-HR-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE HF-ACTION TO X-ACTION.
           MOVE HF-OPERATOR-ID TO X-OPERATOR-ID.
           MOVE HF-EMPLOYEE-NAME TO X-NAME.
           MOVE WS-REASON TO X-REASON.
           WRITE RPT-LINE FROM WS-EXCEPTION-LINE.
           MOVE "REPORT-HR-EXCEPTION" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "hr change not applied for " HF-OPERATOR-ID
               ": " WS-REASON
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           IF HF-ACTION = "L"
               MOVE "S" TO WS-ERR-SEVERITY
           ELSE
               MOVE "W" TO WS-ERR-SEVERITY
           END-IF.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-RUN-DATE-NUM > 0
               MOVE WS-RUN-DATE-NUM TO MA-DATE
           ELSE
               MOVE WS-AUDIT-DATE TO MA-DATE
           END-IF.
           MOVE WS-AUDIT-TIME TO MA-TIME.
           MOVE WS-FEED-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE WS-AUDIT-ACTION TO MA-ACTION.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
           CALL "MaintAuditChain" USING MAINT-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-EXCEPTION-COUNT TO JA-REJECT-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-JOINER-COUNT + WS-MOVER-COUNT
               + WS-LEAVER-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
