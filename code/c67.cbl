       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorRecert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OM-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT SIGNON-LOG-ARCHIVE ASSIGN TO "SGNARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGNARCH-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-STATUS.

           SELECT RECERT-WORK-FILE ASSIGN TO "RECWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECERT-CONTROL-FILE ASSIGN TO "RECCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECCTL-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RECERT-REPORT ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMSTR.

       FD  SIGNON-LOG.
       01  SIGNON-LOG-RECORD.
           COPY SIGNREC.

       FD  SIGNON-LOG-ARCHIVE.
       01  SIGNON-LOG-ARCHIVE-RECORD.
           05  SA-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X.
           05  SA-OPERATOR-NAME    PIC X(30).
           05  FILLER              PIC X.
           05  SA-DATE             PIC 9(8).
           05  FILLER              PIC X(32).

       FD  RECERT-FILE.
       01  RECERT-RECORD.
           COPY RECERT.

       FD  RECERT-WORK-FILE.
       01  RECERT-WORK-RECORD      PIC X(50).

       FD  RECERT-CONTROL-FILE.
       01  RECERT-CONTROL-RECORD.
           05  RCC-DORMANT-DAYS    PIC 9(3).
           05  RCC-DEADLINE-DAYS   PIC 9(3).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECERT-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS            PIC X(2)    VALUE "00".
       01  WS-SIGNLOG-STATUS       PIC X(2)    VALUE "00".
       01  WS-SGNARCH-STATUS       PIC X(2)    VALUE "00".
       01  WS-RECERT-STATUS        PIC X(2)    VALUE "00".
       01  WS-RECCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-NEW-CYCLE            PIC X       VALUE "N".
       01  WS-MASTER-OPEN          PIC X       VALUE "N".
       01  WS-LAST-OVERFLOW        PIC X       VALUE "N".
       01  WS-RECERT-OVERFLOW      PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-OPERATOR-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-DORMANT-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-LISTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-CLOSED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-DORMANT-DAYS         PIC 9(3)    VALUE 90.
       01  WS-DEADLINE-DAYS        PIC 9(3)    VALUE 30.
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-REC-INT              PIC S9(9)   VALUE ZERO.
       01  WS-IDLE-DAYS            PIC S9(9)   VALUE ZERO.
       01  WS-LOOKUP-ID            PIC X(8)    VALUE SPACES.
       01  WS-LOOKUP-DATE          PIC 9(8)    VALUE ZERO.
       01  WS-REF-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-LAST-CYCLE           PIC 9(8)    VALUE ZERO.
       01  WS-QUARTER-START        PIC 9(8)    VALUE ZERO.
       01  WS-QUARTER-NUM          PIC 9(2)    VALUE ZERO.
       01  WS-QUARTER-MM           PIC 9(2)    VALUE ZERO.
       01  WS-CYCLE-DEADLINE       PIC 9(8)    VALUE ZERO.
       01  WS-LEVEL-PASS           PIC 9(1)    VALUE ZERO.
       01  WS-LIST-LEVEL           PIC X       VALUE SPACE.
       01  WS-LEVEL-COUNT          PIC 9(5)    VALUE ZERO.

       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-BEFORE-IMAGE         PIC X(60).
       01  WS-AFTER-IMAGE          PIC X(60).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-AUDIT-TIME           PIC 9(6).
       01  WS-IMAGE-BUILD          PIC X(60).

       01  WS-LAST-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-LAST-TABLE.
           05  WS-LAST-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY LAST-IDX.
               10  WS-LAST-ID          PIC X(8).
               10  WS-LAST-DATE        PIC 9(8).

       01  WS-RC-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY RC-IDX.
               10  WS-RC-OPERATOR-ID   PIC X(8).
               10  WS-RC-AUTH-LEVEL    PIC X.
               10  WS-RC-CYCLE-DATE    PIC 9(8).
               10  WS-RC-DEADLINE      PIC 9(8).
               10  WS-RC-STATUS        PIC X(9).
               10  WS-RC-DECIDED-BY    PIC X(8).
               10  WS-RC-DECIDED-DATE  PIC 9(8).

       01  WS-DIS-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-DIS-TABLE.
           05  WS-DIS-ENTRY OCCURS 5000 TIMES
                                   INDEXED BY DIS-IDX.
               10  WS-DIS-ID           PIC X(8).

       01  WS-LIST-COUNT           PIC 9(4)    VALUE ZERO.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY LIST-IDX.
               10  WS-LIST-ID          PIC X(8).
               10  WS-LIST-NAME        PIC X(30).
               10  WS-LIST-AUTH        PIC X.
               10  WS-LIST-LAST-DATE   PIC 9(8).

       01  WS-LEVEL-ORDER          PIC X(4)    VALUE "XSD ".

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "OperatorRecert".
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
               "OPERATOR DORMANCY AND RECERT FOR:   ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(11)   VALUE "  DORMANT: ".
           05  H-DAYS              PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  WS-DORMANT-HEADER       PIC X(40)   VALUE
           "DORMANT OPERATOR IDS DISABLED".

       01  WS-DORMANT-LINE.
           05  FILLER              PIC X(4)    VALUE "ID: ".
           05  N-OPERATOR-ID       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  N-NAME              PIC X(30).
           05  FILLER              PIC X(7)    VALUE "  AUTH ".
           05  N-AUTH              PIC X.
           05  FILLER              PIC X(13)   VALUE
               "  LAST SEEN: ".
           05  N-LAST-DATE         PIC 9(8).
           05  FILLER              PIC X(8)    VALUE "  IDLE: ".
           05  N-IDLE              PIC ZZZZ9.

       01  WS-LIST-HEADER.
           05  FILLER              PIC X(36)   VALUE
               "ACCESS RECERTIFICATION - CYCLE:     ".
           05  L-CYCLE             PIC 9(8).
           05  FILLER              PIC X(12)   VALUE "  DEADLINE: ".
           05  L-DEADLINE          PIC 9(8).

       01  WS-LEVEL-HEADER.
           05  FILLER              PIC X(17)   VALUE
               "AUTHORITY LEVEL: ".
           05  LH-LEVEL            PIC X.

       01  WS-LIST-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LL-NAME             PIC X(30).
           05  FILLER              PIC X(13)   VALUE
               "  LAST SEEN: ".
           05  LL-LAST-DATE        PIC 9(8).
           05  FILLER              PIC X(37)   VALUE
               "  CERTIFY/REVOKE: ___  BY: ________".

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "  NONE".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(11)   VALUE "OPERATORS: ".
           05  S-OPERATORS         PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  DORMANT: ".
           05  S-DORMANT           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  LISTED: ".
           05  S-LISTED            PIC ZZZZ9.
           05  FILLER              PIC X(19)   VALUE
               "  CLOSED DISABLED: ".
           05  S-CLOSED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-RECERT-CONTROL.
           PERFORM SCAN-SIGNON-HISTORY.
           PERFORM FIND-LAST-CYCLE.
           PERFORM CHECK-RECERT-CYCLE.
           OPEN OUTPUT RECERT-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-DORMANT-DAYS TO H-DAYS.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           WRITE RPT-LINE FROM WS-DORMANT-HEADER.
           PERFORM SCAN-OPERATOR-MASTER.
           IF WS-DORMANT-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           IF WS-NEW-CYCLE = "Y"
               PERFORM WRITE-RECERT-LISTING
           END-IF.
           IF WS-MASTER-OPEN = "Y" AND WS-RECERT-OVERFLOW = "N"
               PERFORM WRITE-RECERT-FILE
           END-IF.
           MOVE WS-OPERATOR-COUNT TO S-OPERATORS.
           MOVE WS-DORMANT-COUNT TO S-DORMANT.
           MOVE WS-LISTED-COUNT TO S-LISTED.
           MOVE WS-CLOSED-COUNT TO S-CLOSED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE RECERT-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-MASTER-OPEN = "N" OR WS-RECERT-OVERFLOW = "Y"
                   OR WS-LAST-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DORMANT-COUNT > 0
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

       GET-RECERT-CONTROL.
           OPEN INPUT RECERT-CONTROL-FILE.
           IF WS-RECCTL-STATUS = "00"
               READ RECERT-CONTROL-FILE
                   NOT AT END
                       IF RCC-DORMANT-DAYS NUMERIC
                               AND RCC-DORMANT-DAYS > 0
                           MOVE RCC-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF RCC-DEADLINE-DAYS NUMERIC
                               AND RCC-DEADLINE-DAYS > 0
                           MOVE RCC-DEADLINE-DAYS
                               TO WS-DEADLINE-DAYS
                       END-IF
               END-READ
               CLOSE RECERT-CONTROL-FILE
           END-IF.

       SCAN-SIGNON-HISTORY.
           OPEN INPUT SIGNON-LOG-ARCHIVE.
           IF WS-SGNARCH-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SIGNON-LOG-ARCHIVE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SA-OPERATOR-ID TO WS-LOOKUP-ID
                           MOVE SA-DATE TO WS-LOOKUP-DATE
                           PERFORM NOTE-SIGNON-DATE
                   END-READ
               END-PERFORM
               CLOSE SIGNON-LOG-ARCHIVE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SIGNON-LOG.
           IF WS-SIGNLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ SIGNON-LOG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SR-OPERATOR-ID TO WS-LOOKUP-ID
                           MOVE SR-DATE TO WS-LOOKUP-DATE
                           PERFORM NOTE-SIGNON-DATE
                   END-READ
               END-PERFORM
               CLOSE SIGNON-LOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-SIGNON-DATE.
           IF WS-LOOKUP-DATE NUMERIC
                   AND WS-LOOKUP-DATE NOT > WS-RUN-DATE-NUM
               PERFORM FIND-LAST-SIGNON
               IF WS-FOUND-SW = "Y"
                   IF WS-LOOKUP-DATE > WS-LAST-DATE(LAST-IDX)
                       MOVE WS-LOOKUP-DATE TO WS-LAST-DATE(LAST-IDX)
                   END-IF
               ELSE
                   IF WS-LAST-COUNT < 1000
                       ADD 1 TO WS-LAST-COUNT
                       SET LAST-IDX TO WS-LAST-COUNT
                       MOVE WS-LOOKUP-ID TO WS-LAST-ID(LAST-IDX)
                       MOVE WS-LOOKUP-DATE TO WS-LAST-DATE(LAST-IDX)
                   ELSE
                       IF WS-LAST-OVERFLOW = "N"
                           MOVE "Y" TO WS-LAST-OVERFLOW
                           MOVE "NOTE-SIGNON-DATE" TO WS-ERR-PARAGRAPH
                           MOVE "sign-on history table full"
                               TO WS-ERR-MESSAGE
                           MOVE "S" TO WS-ERR-SEVERITY
                           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-SIGNON.
           MOVE "N" TO WS-FOUND-SW.
           SET LAST-IDX TO 1.
           PERFORM UNTIL LAST-IDX > WS-LAST-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-LAST-ID(LAST-IDX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET LAST-IDX UP BY 1
               END-IF
           END-PERFORM.

       FIND-LAST-CYCLE.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RC-CYCLE-DATE NUMERIC
                                   AND RC-CYCLE-DATE > WS-LAST-CYCLE
                               MOVE RC-CYCLE-DATE TO WS-LAST-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-RECERT-OVERFLOW.
           IF WS-RECERT-OVERFLOW = "N"
               MOVE "Y" TO WS-RECERT-OVERFLOW
               MOVE "NOTE-RECERT-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "recertification table full, RECERT not updated"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
           END-IF.

       CHECK-RECERT-CYCLE.
           COMPUTE WS-QUARTER-NUM = WS-RUN-MM - 1.
           DIVIDE 3 INTO WS-QUARTER-NUM.
           COMPUTE WS-QUARTER-MM = WS-QUARTER-NUM * 3 + 1.
           COMPUTE WS-QUARTER-START = WS-RUN-YYYY * 10000
               + WS-QUARTER-MM * 100 + 1.
           IF WS-QUARTER-START > WS-LAST-CYCLE
               MOVE "Y" TO WS-NEW-CYCLE
               COMPUTE WS-REC-INT = WS-TODAY-INT + WS-DEADLINE-DAYS
               COMPUTE WS-CYCLE-DEADLINE =
                   FUNCTION DATE-OF-INTEGER(WS-REC-INT)
           END-IF.

       SCAN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER.
           IF WS-OM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-OPERATOR-COUNT
                           PERFORM REVIEW-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           ELSE
               MOVE "SCAN-OPERATOR-MASTER" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "operator master not available, status "
                   WS-OM-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       REVIEW-ONE-OPERATOR.
           MOVE OM-OPERATOR-ID TO WS-LOOKUP-ID.
           PERFORM FIND-LAST-SIGNON.
           IF WS-FOUND-SW = "Y"
               MOVE WS-LAST-DATE(LAST-IDX) TO WS-REF-DATE
           ELSE
               MOVE OM-PWD-CHANGED TO WS-REF-DATE
           END-IF.
           IF OM-LOCKED-FLAG NOT = "D"
               IF WS-REF-DATE NUMERIC AND WS-REF-DATE > 0
                   COMPUTE WS-REC-INT =
                       FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
                   COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-REC-INT
               ELSE
                   MOVE 99999 TO WS-IDLE-DAYS
               END-IF
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   PERFORM DISABLE-DORMANT-OPERATOR
               END-IF
           END-IF.
           IF OM-LOCKED-FLAG = "D"
               PERFORM CLOSE-DISABLED-RECERTS
           ELSE
               IF WS-NEW-CYCLE = "Y"
                   PERFORM OPEN-OPERATOR-RECERT
               END-IF
           END-IF.

       DISABLE-DORMANT-OPERATOR.
           PERFORM BUILD-OPERATOR-IMAGE.
           MOVE WS-IMAGE-BUILD TO WS-BEFORE-IMAGE.
           MOVE "D" TO OM-LOCKED-FLAG.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   MOVE "DISABLE-DORMANT-OPERATOR" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "dormant operator " OM-OPERATOR-ID
                       " could not be disabled"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               NOT INVALID KEY
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM BUILD-OPERATOR-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   STRING WS-IMAGE-BUILD(1:30) " DORMANT " WS-REF-DATE
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                   MOVE "DISABLE" TO WS-AUDIT-ACTION
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE OM-OPERATOR-ID TO N-OPERATOR-ID
                   MOVE OM-OPERATOR-NAME TO N-NAME
                   MOVE OM-AUTH-LEVEL TO N-AUTH
                   MOVE WS-REF-DATE TO N-LAST-DATE
                   MOVE WS-IDLE-DAYS TO N-IDLE
                   WRITE RPT-LINE FROM WS-DORMANT-LINE
                   MOVE "DISABLE-DORMANT-OPERATOR" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "dormant operator " OM-OPERATOR-ID
                       " disabled, last seen " WS-REF-DATE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
           END-REWRITE.

       CLOSE-DISABLED-RECERTS.
           IF WS-DIS-COUNT < 5000
               ADD 1 TO WS-DIS-COUNT
               SET DIS-IDX TO WS-DIS-COUNT
               MOVE OM-OPERATOR-ID TO WS-DIS-ID(DIS-IDX)
           ELSE
               PERFORM NOTE-RECERT-OVERFLOW
           END-IF.

       FIND-DISABLED-OPERATOR.
           MOVE "N" TO WS-FOUND-SW.
           SET DIS-IDX TO 1.
           PERFORM UNTIL DIS-IDX > WS-DIS-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-DIS-ID(DIS-IDX) = RC-OPERATOR-ID
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET DIS-IDX UP BY 1
               END-IF
           END-PERFORM.

       OPEN-OPERATOR-RECERT.
           IF WS-RC-COUNT < 5000
               ADD 1 TO WS-RC-COUNT
               SET RC-IDX TO WS-RC-COUNT
               MOVE OM-OPERATOR-ID TO WS-RC-OPERATOR-ID(RC-IDX)
               MOVE OM-AUTH-LEVEL TO WS-RC-AUTH-LEVEL(RC-IDX)
               MOVE WS-QUARTER-START TO WS-RC-CYCLE-DATE(RC-IDX)
               MOVE WS-CYCLE-DEADLINE TO WS-RC-DEADLINE(RC-IDX)
               MOVE "PENDING" TO WS-RC-STATUS(RC-IDX)
               MOVE SPACES TO WS-RC-DECIDED-BY(RC-IDX)
               MOVE ZERO TO WS-RC-DECIDED-DATE(RC-IDX)
               ADD 1 TO WS-LISTED-COUNT
               IF WS-LIST-COUNT < 1000
                   ADD 1 TO WS-LIST-COUNT
                   SET LIST-IDX TO WS-LIST-COUNT
                   MOVE OM-OPERATOR-ID TO WS-LIST-ID(LIST-IDX)
                   MOVE OM-OPERATOR-NAME TO WS-LIST-NAME(LIST-IDX)
                   MOVE OM-AUTH-LEVEL TO WS-LIST-AUTH(LIST-IDX)
                   MOVE WS-REF-DATE TO WS-LIST-LAST-DATE(LIST-IDX)
               END-IF
           ELSE
               PERFORM NOTE-RECERT-OVERFLOW
           END-IF.

       BUILD-OPERATOR-IMAGE.
           MOVE SPACES TO WS-IMAGE-BUILD.
           STRING OM-OPERATOR-ID " " OM-AUTH-LEVEL " "
               OM-LOCKED-FLAG " " OM-FAIL-COUNT " "
               OM-PWD-CHANGED " " OM-PWD-FORCE
               DELIMITED BY SIZE INTO WS-IMAGE-BUILD.

       WRITE-RECERT-LISTING.
           MOVE WS-QUARTER-START TO L-CYCLE.
           MOVE WS-CYCLE-DEADLINE TO L-DEADLINE.
           WRITE RPT-LINE FROM WS-LIST-HEADER.
           MOVE 1 TO WS-LEVEL-PASS.
           PERFORM UNTIL WS-LEVEL-PASS > 4
               MOVE WS-LEVEL-ORDER(WS-LEVEL-PASS:1) TO WS-LIST-LEVEL
               PERFORM WRITE-LEVEL-LISTING
               ADD 1 TO WS-LEVEL-PASS
           END-PERFORM.

       WRITE-LEVEL-LISTING.
           MOVE ZERO TO WS-LEVEL-COUNT.
           SET LIST-IDX TO 1.
           PERFORM UNTIL LIST-IDX > WS-LIST-COUNT
               IF WS-LIST-AUTH(LIST-IDX) = WS-LIST-LEVEL
                       OR (WS-LIST-LEVEL = SPACE
                           AND WS-LIST-AUTH(LIST-IDX) NOT = "X"
                           AND WS-LIST-AUTH(LIST-IDX) NOT = "S"
                           AND WS-LIST-AUTH(LIST-IDX) NOT = "D")
                   IF WS-LEVEL-COUNT = 0
                       MOVE WS-LIST-AUTH(LIST-IDX) TO LH-LEVEL
                       WRITE RPT-LINE FROM WS-LEVEL-HEADER
                   END-IF
                   ADD 1 TO WS-LEVEL-COUNT
                   MOVE WS-LIST-ID(LIST-IDX) TO LL-OPERATOR-ID
                   MOVE WS-LIST-NAME(LIST-IDX) TO LL-NAME
                   MOVE WS-LIST-LAST-DATE(LIST-IDX) TO LL-LAST-DATE
                   WRITE RPT-LINE FROM WS-LIST-LINE
               END-IF
               SET LIST-IDX UP BY 1
           END-PERFORM.

       WRITE-RECERT-FILE.
           OPEN OUTPUT RECERT-WORK-FILE.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ RECERT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CARRY-RECERT-ROW
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           SET RC-IDX TO 1.
           PERFORM UNTIL RC-IDX > WS-RC-COUNT
               MOVE WS-RC-OPERATOR-ID(RC-IDX) TO RC-OPERATOR-ID
               MOVE WS-RC-AUTH-LEVEL(RC-IDX) TO RC-AUTH-LEVEL
               MOVE WS-RC-CYCLE-DATE(RC-IDX) TO RC-CYCLE-DATE
               MOVE WS-RC-DEADLINE(RC-IDX) TO RC-DEADLINE
               MOVE WS-RC-STATUS(RC-IDX) TO RC-STATUS
               MOVE WS-RC-DECIDED-BY(RC-IDX) TO RC-DECIDED-BY
               MOVE WS-RC-DECIDED-DATE(RC-IDX) TO RC-DECIDED-DATE
               WRITE RECERT-WORK-RECORD FROM RECERT-RECORD
               SET RC-IDX UP BY 1
           END-PERFORM.
           CLOSE RECERT-WORK-FILE.
           PERFORM REPLACE-RECERT-FILE.

       CARRY-RECERT-ROW.
           IF RC-STATUS = "PENDING"
               PERFORM FIND-DISABLED-OPERATOR
               IF WS-FOUND-SW = "Y"
                   MOVE "DISABLED" TO RC-STATUS
                   MOVE "OPRECERT" TO RC-DECIDED-BY
                   MOVE WS-RUN-DATE-NUM TO RC-DECIDED-DATE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF.
           WRITE RECERT-WORK-RECORD FROM RECERT-RECORD.

       REPLACE-RECERT-FILE.
           OPEN INPUT RECERT-WORK-FILE.
           OPEN OUTPUT RECERT-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RECERT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE RECERT-RECORD FROM RECERT-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RECERT-WORK-FILE.
           CLOSE RECERT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-RUN-DATE-NUM > 0
               MOVE WS-RUN-DATE-NUM TO MA-DATE
           ELSE
               MOVE WS-AUDIT-DATE TO MA-DATE
           END-IF.
           MOVE WS-AUDIT-TIME TO MA-TIME.
           MOVE "OPRECERT" TO MA-OPERATOR-ID.
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
           MOVE ZERO TO JA-REJECT-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-DORMANT-COUNT + WS-LISTED-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
