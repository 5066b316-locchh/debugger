               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

           SELECT AUTH-REVIEW-FILE ASSIGN TO "AUTHREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHREVW-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       01  SIGNON-LOG-RECORD.
           COPY SIGNREC.

       FD  RECERT-FILE.
       01  RECERT-RECORD.
           COPY RECERT.

       FD  AUTH-REVIEW-FILE.
       01  AUTH-REVIEW-RECORD.
           COPY AUTHREVW.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       01  WS-TRANLOG-STATUS       PIC X(2)    VALUE "00".
       01  WS-SIGNLOG-STATUS       PIC X(2)    VALUE "00".
       01  WS-RECERT-STATUS        PIC X(2)    VALUE "00".
       01  WS-AUTHREVW-STATUS      PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-REPEAT-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-UNCERT-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-REVIEW-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-FAILURES             PIC S9(5)   VALUE ZERO.
       01  WS-OPEN-HOUR            PIC 9(2)    VALUE 06.
       01  WS-CLOSE-HOUR           PIC 9(2)    VALUE 22.
           05  FILLER              PIC X(2)    VALUE "  ".
           05  D-FLAG              PIC X(12).

       01  WS-UNCERT-LINE.
           05  FILLER              PIC X(24)   VALUE
               "UNCERTIFIED PAST DUE:   ".
           05  U-OPERATOR          PIC X(8).
           05  FILLER              PIC X(7)    VALUE "  AUTH ".
           05  U-AUTH              PIC X.
           05  FILLER              PIC X(8)    VALUE "  CYCLE ".
           05  U-CYCLE             PIC 9(8).
           05  FILLER              PIC X(11)   VALUE "  DEADLINE ".
           05  U-DEADLINE          PIC 9(8).

       01  WS-REVIEW-LINE.
           05  FILLER              PIC X(24)   VALUE
               "AUTH REVIEW PENDING:    ".
           05  R-OPERATOR          PIC X(8).
           05  FILLER              PIC X(7)    VALUE "  AUTH ".
           05  R-AUTH              PIC X.
           05  FILLER              PIC X(7)    VALUE "  ROLE ".
           05  R-ROLE              PIC X(8).
           05  FILLER              PIC X(9)    VALUE "  QUEUED ".
           05  R-QUEUED            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
               PERFORM REPORT-ONE-OPERATOR
               SET OP-IDX UP BY 1
           END-PERFORM.
           PERFORM SCAN-RECERTIFICATIONS.
           PERFORM SCAN-AUTH-REVIEWS.
           CLOSE SECURITY-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-REPEAT-COUNT > 0 OR WS-UNCERT-COUNT > 0
                   OR WS-REVIEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       SCAN-RECERTIFICATIONS.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RC-STATUS = "PENDING"
                                   AND RC-DEADLINE < WS-RUN-DATE-NUM
                               PERFORM REPORT-UNCERTIFIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       REPORT-UNCERTIFIED.
           ADD 1 TO WS-UNCERT-COUNT.
           MOVE RC-OPERATOR-ID TO U-OPERATOR.
           MOVE RC-AUTH-LEVEL TO U-AUTH.
           MOVE RC-CYCLE-DATE TO U-CYCLE.
           MOVE RC-DEADLINE TO U-DEADLINE.
           WRITE RPT-LINE FROM WS-UNCERT-LINE.
           MOVE "REPORT-UNCERTIFIED" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "operator " RC-OPERATOR-ID
               " not recertified by deadline " RC-DEADLINE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
               WS-ERR-SEVERITY.

       SCAN-AUTH-REVIEWS.
           OPEN INPUT AUTH-REVIEW-FILE.
           IF WS-AUTHREVW-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ AUTH-REVIEW-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF AR-STATUS = "PENDING"
                               PERFORM REPORT-PENDING-REVIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-REVIEW-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       REPORT-PENDING-REVIEW.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE AR-OPERATOR-ID TO R-OPERATOR.
           MOVE AR-AUTH-LEVEL TO R-AUTH.
           MOVE AR-NEW-ROLE TO R-ROLE.
           MOVE AR-QUEUED-DATE TO R-QUEUED.
           WRITE RPT-LINE FROM WS-REVIEW-LINE.
           MOVE "REPORT-PENDING-REVIEW" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "operator " AR-OPERATOR-ID
               " authority review pending since " AR-QUEUED-DATE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "W" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
               WS-ERR-SEVERITY.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           COMPUTE JA-REJECT-COUNT = WS-REPEAT-COUNT + WS-UNCERT-COUNT
               + WS-REVIEW-COUNT.
           MOVE WS-OP-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
