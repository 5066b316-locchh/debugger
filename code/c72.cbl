       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenItemAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "DIVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-GLPEND-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO "TRANREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT HELD-BATCH-FILE ASSIGN TO "BATCHHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHHLD-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTPEND-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCMAP-STATUS.

           SELECT AGING-CONTROL-FILE ASSIGN TO "AGECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGECTL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AGING-REPORT ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY DIVSUSP.

       FD  GL-PENDING-FILE.
       01  GL-PENDING-RECORD.
           COPY GLPEND.

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  RF-TRAN-KEY         PIC 9(6).
           05  RF-BRANCH           PIC X(4).
           05  RF-CURRENCY         PIC X(3).
           05  RF-NUM1             PIC 9(3)V99.
           05  RF-NUM2             PIC 9(3)V99.
           05  RF-DATE             PIC 9(8).
           05  RF-TYPE             PIC X.
           05  RF-STATUS           PIC X(8).
           05  RF-DECIDED-BY       PIC X(8).
           05  RF-CPTY-BRANCH      PIC X(4).
           05  RF-ORIG-KEY         PIC 9(6).
           05  RF-REASON           PIC X(3).
           05  RF-MATCH-KEY        PIC 9(6).
           05  RF-ACCOUNT          PIC X(8).
           05  RF-CPTY-ACCOUNT     PIC X(8).

       FD  HELD-BATCH-FILE.
       01  HELD-BATCH-RECORD.
           05  BH-BATCH-NUMBER     PIC 9(6).
           05  BH-ROW-TYPE         PIC X.
           05  BH-DATA             PIC X(58).

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           05  MP-ACTION           PIC X(8).
           05  MP-TRAN-KEY         PIC 9(6).
           05  MP-BEFORE-IMAGE     PIC X(60).
           05  MP-AFTER-IMAGE      PIC X(60).
           05  MP-KEYED-BY         PIC X(8).
           05  MP-DATE             PIC 9(8).
           05  MP-TIME             PIC 9(6).
           05  MP-STATUS           PIC X(8).
           05  MP-DECIDED-BY       PIC X(8).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  GL-ACCOUNT-MAP.
       01  GL-ACCOUNT-MAP-RECORD.
           05  AM-BRANCH           PIC X(4).
           05  AM-CURRENCY         PIC X(3).
           05  AM-ACCOUNT          PIC X(10).
           05  AM-CONTRA-ACCOUNT   PIC X(10).
           05  AM-ACCOUNT-CLASS    PIC X.
           05  AM-CONTRA-CLASS     PIC X.

       FD  AGING-CONTROL-FILE.
       01  AGING-CONTROL-RECORD.
           05  AC-QUEUE            PIC X(8).
           05  AC-ESCALATE-DAYS    PIC 9(3).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE            PIC 9(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  AGING-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS          PIC X(2)    VALUE "00".
       01  WS-GLPEND-STATUS        PIC X(2)    VALUE "00".
       01  WS-REFERRAL-STATUS      PIC X(2)    VALUE "00".
       01  WS-BATCHHLD-STATUS      PIC X(2)    VALUE "00".
       01  WS-MNTPEND-STATUS       PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-GLACCMAP-STATUS      PIC X(2)    VALUE "00".
       01  WS-AGECTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-HOLCAL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-ITEM-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-ESCALATED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-BATCH-OVERFLOW       PIC X       VALUE "N".
       01  WS-MAP-OVERFLOW         PIC X       VALUE "N".

       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-DATE-INT             PIC S9(9)   VALUE ZERO.
       01  WS-CHECK-DATE-NUM       PIC 9(8)    VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(1)    VALUE ZERO.
       01  WS-IS-HOLIDAY           PIC X       VALUE "N".
       01  WS-BUS-DAYS             PIC 9(3)    VALUE ZERO.

       01  WS-HOL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE         PIC 9(8)    OCCURS 100 TIMES
                                       INDEXED BY HOL-IDX.

       01  WS-QUEUE-DEFAULTS.
           05  FILLER              PIC X(11)   VALUE "DIVSUSP 010".
           05  FILLER              PIC X(11)   VALUE "GLPEND  005".
           05  FILLER              PIC X(11)   VALUE "TRANREFR002".
           05  FILLER              PIC X(11)   VALUE "BATCHHLD002".
           05  FILLER              PIC X(11)   VALUE "MNTPEND 003".
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-DEFAULTS.
           05  WS-QUEUE-ENTRY      OCCURS 5 TIMES
                                       INDEXED BY QUE-IDX.
               10  WS-QUEUE-NAME   PIC X(8).
               10  WS-QUEUE-ESCALATE
                                   PIC 9(3).

       01  WS-BUCKET-LABELS.
           05  FILLER              PIC X(7)    VALUE "0-1".
           05  FILLER              PIC X(7)    VALUE "2-5".
           05  FILLER              PIC X(7)    VALUE "6-30".
           05  FILLER              PIC X(7)    VALUE "OVER 30".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL     PIC X(7)    OCCURS 4 TIMES
                                       INDEXED BY BKT-IDX.

       01  WS-SUMMARY-TABLE.
           05  WS-SUM-QUEUE        OCCURS 5 TIMES
                                       INDEXED BY SUMQ-IDX.
               10  WS-SUM-ESCALATED
                                   PIC 9(7).
               10  WS-SUM-BUCKET   OCCURS 4 TIMES
                                       INDEXED BY SUMB-IDX.
                   15  WS-SUM-COUNT
                                   PIC 9(7).
                   15  WS-SUM-AMOUNT
                                   PIC S9(11)V99.

       01  WS-MAP-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY        OCCURS 200 TIMES
                                       INDEXED BY MAP-IDX.
               10  WS-MAP-BRANCH   PIC X(4).
               10  WS-MAP-CURRENCY PIC X(3).
               10  WS-MAP-ACCOUNT  PIC X(10).
               10  WS-MAP-CONTRA   PIC X(10).

       01  WS-BATCH-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY      OCCURS 500 TIMES
                                       INDEXED BY BAT-IDX.
               10  WS-BAT-NUMBER   PIC 9(6).
               10  WS-BAT-BRANCH   PIC X(4).
               10  WS-BAT-AMOUNT   PIC S9(9)V99.
               10  WS-BAT-HOLD-DATE
                                   PIC 9(8).
               10  WS-BAT-TRAN-DATE
                                   PIC 9(8).
               10  WS-BAT-RESOLVED PIC X.

       01  WS-TRAN-IMAGE           PIC X(60).
       01  WS-TRAN-VIEW REDEFINES WS-TRAN-IMAGE.
           05  TI-KEY              PIC 9(6).
           05  TI-BRANCH           PIC X(4).
           05  TI-CURRENCY         PIC X(3).
           05  TI-NUM1             PIC 9(3)V99.
           05  TI-NUM2             PIC 9(3)V99.
           05  TI-DATE             PIC 9(8).
           05  FILLER              PIC X(29).
       01  WS-JOURNAL-VIEW REDEFINES WS-TRAN-IMAGE.
           05  JI-LINE-NO          PIC 9(2).
           05  JI-ACCOUNT          PIC X(10).
           05  JI-CURRENCY         PIC X(3).
           05  JI-DRCR             PIC X.
           05  JI-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X(33).
       01  WS-AUDIT-VIEW REDEFINES WS-TRAN-IMAGE.
           05  AI-BATCH-NUMBER     PIC X(6).
           05  FILLER              PIC X(54).

       01  WS-JOURNAL-OPEN         PIC X       VALUE "N".
       01  WS-JOURNAL-KEY          PIC 9(6)    VALUE ZERO.
       01  WS-JOURNAL-DATE         PIC 9(8)    VALUE ZERO.
       01  WS-JOURNAL-AMOUNT       PIC S9(9)V99 VALUE ZERO.

       01  WS-ITEM-QUEUE           PIC 9(1)    VALUE ZERO.
       01  WS-ITEM-REFERENCE       PIC X(16)   VALUE SPACES.
       01  WS-ITEM-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-ITEM-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-ITEM-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01  WS-ITEM-BUCKET          PIC 9(1)    VALUE ZERO.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "OpenItemAging".
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
               "OPEN ITEMS AGING REPORT FOR: ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(23)   VALUE
               "  (AGE IN BUSINESS DAYS".
           05  FILLER              PIC X       VALUE ")".

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(10)   VALUE "QUEUE".
           05  FILLER              PIC X(18)   VALUE "REFERENCE".
           05  FILLER              PIC X(8)    VALUE "BRANCH".
           05  FILLER              PIC X(10)   VALUE "ITEM DATE".
           05  FILLER              PIC X(5)    VALUE "  AGE".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "BUCKET".
           05  FILLER              PIC X(13)   VALUE "       AMOUNT".

       01  WS-DETAIL-LINE.
           05  D-QUEUE             PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-REFERENCE         PIC X(16).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-BRANCH            PIC X(4).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  D-DATE              PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-AGE               PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-BUCKET            PIC X(7).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-AMOUNT            PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  D-ESCALATE          PIC X(9).

       01  WS-SUMMARY-HEADER       PIC X(40)   VALUE
           "SUMMARY BY QUEUE AND AGE BUCKET".

       01  WS-SUMMARY-LINE.
           05  S-QUEUE             PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  S-BUCKET            PIC X(7).
           05  FILLER              PIC X(9)    VALUE "  ITEMS: ".
           05  S-COUNT             PIC ZZZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  AMOUNT: ".
           05  S-AMOUNT            PIC -ZZZZZZZZZZ9.99.

       01  WS-QUEUE-TOTAL-LINE.
           05  Q-QUEUE             PIC X(8).
           05  FILLER              PIC X(22)   VALUE
               "  PAST ESCALATION AT ".
           05  Q-DAYS              PIC ZZ9.
           05  FILLER              PIC X(8)    VALUE " DAYS:  ".
           05  Q-ESCALATED         PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(18)   VALUE
               "OPEN ITEMS AGED:  ".
           05  T-ITEMS             PIC ZZZZZZ9.
           05  FILLER              PIC X(22)   VALUE
               "  PAST ESCALATION:    ".
           05  T-ESCALATED         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-AGING-CONTROL.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM LOAD-ACCOUNT-MAP.
           INITIALIZE WS-SUMMARY-TABLE.
           OPEN OUTPUT AGING-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           WRITE RPT-LINE FROM WS-COLUMN-LINE.
           PERFORM AGE-DIVISION-SUSPENSE.
           PERFORM AGE-GL-PENDING.
           PERFORM AGE-REFERRALS.
           PERFORM LOAD-HELD-BATCHES.
           PERFORM DATE-HELD-BATCHES.
           PERFORM AGE-HELD-BATCHES.
           PERFORM AGE-PENDING-CHANGES.
           PERFORM WRITE-AGING-SUMMARY.
           CLOSE AGING-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-BATCH-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ESCALATED-COUNT > 0
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

       GET-AGING-CONTROL.
           OPEN INPUT AGING-CONTROL-FILE.
           IF WS-AGECTL-STATUS = "00"
               PERFORM UNTIL WS-AGECTL-STATUS NOT = "00"
                   READ AGING-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-AGECTL-STATUS
                       NOT AT END
                           PERFORM APPLY-AGING-CONTROL
                   END-READ
               END-PERFORM
               CLOSE AGING-CONTROL-FILE
           END-IF.

       APPLY-AGING-CONTROL.
           IF AC-ESCALATE-DAYS NUMERIC AND AC-ESCALATE-DAYS > 0
               SET QUE-IDX TO 1
               PERFORM UNTIL QUE-IDX > 5
                   IF WS-QUEUE-NAME(QUE-IDX) = AC-QUEUE
                       MOVE AC-ESCALATE-DAYS
                           TO WS-QUEUE-ESCALATE(QUE-IDX)
                   END-IF
                   SET QUE-IDX UP BY 1
               END-PERFORM
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

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-GLACCMAP-STATUS = "00"
               PERFORM UNTIL WS-GLACCMAP-STATUS NOT = "00"
                   READ GL-ACCOUNT-MAP
                       AT END
                           MOVE "10" TO WS-GLACCMAP-STATUS
                       NOT AT END
                           IF WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               SET MAP-IDX TO WS-MAP-COUNT
                               MOVE AM-BRANCH
                                   TO WS-MAP-BRANCH(MAP-IDX)
                               MOVE AM-CURRENCY
                                   TO WS-MAP-CURRENCY(MAP-IDX)
                               MOVE AM-ACCOUNT
                                   TO WS-MAP-ACCOUNT(MAP-IDX)
                               MOVE AM-CONTRA-ACCOUNT
                                   TO WS-MAP-CONTRA(MAP-IDX)
                           ELSE
                               PERFORM NOTE-MAP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       NOTE-MAP-OVERFLOW.
           IF WS-MAP-OVERFLOW = "N"
               MOVE "Y" TO WS-MAP-OVERFLOW
               MOVE "NOTE-MAP-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "GL account map over 200 rows, some branches blank"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       AGE-DIVISION-SUSPENSE.
           MOVE 1 TO WS-ITEM-QUEUE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "10" TO WS-SUSP-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           MOVE DS-KEY TO WS-ITEM-REFERENCE
                           MOVE DS-BRANCH TO WS-ITEM-BRANCH
                           MOVE DS-FIRST-DATE TO WS-ITEM-DATE
                           MOVE DS-NUM1 TO WS-ITEM-AMOUNT
                           PERFORM AGE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       AGE-GL-PENDING.
           MOVE 2 TO WS-ITEM-QUEUE.
           OPEN INPUT GL-PENDING-FILE.
           IF WS-GLPEND-STATUS = "00"
               PERFORM UNTIL WS-GLPEND-STATUS NOT = "00"
                   READ GL-PENDING-FILE
                       AT END
                           MOVE "10" TO WS-GLPEND-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF GP-STATUS NOT = "POSTED"
                                   AND GP-STATUS NOT = "REPOSTED"
                               MOVE SPACES TO WS-ITEM-REFERENCE
                               STRING GP-ACCOUNT-CODE " "
                                   GP-CURRENCY-CODE
                                   DELIMITED BY SIZE
                                   INTO WS-ITEM-REFERENCE
                               PERFORM FIND-ACCOUNT-BRANCH
                               MOVE GP-FIRST-DATE TO WS-ITEM-DATE
                               MOVE GP-AMOUNT TO WS-ITEM-AMOUNT
                               PERFORM AGE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-PENDING-FILE
           END-IF.

       FIND-ACCOUNT-BRANCH.
           MOVE SPACES TO WS-ITEM-BRANCH.
           SET MAP-IDX TO 1.
           PERFORM UNTIL MAP-IDX > WS-MAP-COUNT
                   OR WS-ITEM-BRANCH NOT = SPACES
               IF WS-MAP-CURRENCY(MAP-IDX) = GP-CURRENCY-CODE
                       AND (WS-MAP-ACCOUNT(MAP-IDX) = GP-ACCOUNT-CODE
                       OR WS-MAP-CONTRA(MAP-IDX) = GP-ACCOUNT-CODE)
                   MOVE WS-MAP-BRANCH(MAP-IDX) TO WS-ITEM-BRANCH
               END-IF
               SET MAP-IDX UP BY 1
           END-PERFORM.

       AGE-REFERRALS.
           MOVE 3 TO WS-ITEM-QUEUE.
           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-STATUS = "00"
               PERFORM UNTIL WS-REFERRAL-STATUS NOT = "00"
                   READ REFERRAL-FILE
                       AT END
                           MOVE "10" TO WS-REFERRAL-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF RF-STATUS = "PENDING"
                               MOVE SPACES TO WS-ITEM-REFERENCE
                               MOVE RF-TRAN-KEY TO WS-ITEM-REFERENCE
                               MOVE RF-BRANCH TO WS-ITEM-BRANCH
                               MOVE RF-DATE TO WS-ITEM-DATE
                               MOVE RF-NUM1 TO WS-ITEM-AMOUNT
                               PERFORM AGE-OPEN-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.

       LOAD-HELD-BATCHES.
           OPEN INPUT HELD-BATCH-FILE.
           IF WS-BATCHHLD-STATUS = "00"
               PERFORM UNTIL WS-BATCHHLD-STATUS NOT = "00"
                   READ HELD-BATCH-FILE
                       AT END
                           MOVE "10" TO WS-BATCHHLD-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM STORE-HELD-BATCH-ROW
                   END-READ
               END-PERFORM
               CLOSE HELD-BATCH-FILE
           END-IF.

       STORE-HELD-BATCH-ROW.
           IF BH-ROW-TYPE = "H"
               IF WS-BATCH-COUNT < 500
                   ADD 1 TO WS-BATCH-COUNT
                   SET BAT-IDX TO WS-BATCH-COUNT
                   MOVE BH-BATCH-NUMBER TO WS-BAT-NUMBER(BAT-IDX)
                   MOVE SPACES TO WS-BAT-BRANCH(BAT-IDX)
                   MOVE ZERO TO WS-BAT-AMOUNT(BAT-IDX)
                   MOVE ZERO TO WS-BAT-HOLD-DATE(BAT-IDX)
                   MOVE ZERO TO WS-BAT-TRAN-DATE(BAT-IDX)
                   MOVE "N" TO WS-BAT-RESOLVED(BAT-IDX)
               ELSE
                   PERFORM NOTE-BATCH-OVERFLOW
               END-IF
           ELSE
               IF WS-BATCH-COUNT > 0
                   SET BAT-IDX TO WS-BATCH-COUNT
                   IF WS-BAT-NUMBER(BAT-IDX) = BH-BATCH-NUMBER
                       MOVE BH-DATA TO WS-TRAN-IMAGE
                       IF WS-BAT-BRANCH(BAT-IDX) = SPACES
                           MOVE TI-BRANCH TO WS-BAT-BRANCH(BAT-IDX)
                       END-IF
                       IF TI-NUM1 NUMERIC
                           ADD TI-NUM1 TO WS-BAT-AMOUNT(BAT-IDX)
                       END-IF
                       IF TI-DATE NUMERIC AND TI-DATE > 0
                           IF WS-BAT-TRAN-DATE(BAT-IDX) = 0
                                   OR TI-DATE <
                                       WS-BAT-TRAN-DATE(BAT-IDX)
                               MOVE TI-DATE
                                   TO WS-BAT-TRAN-DATE(BAT-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-BATCH-OVERFLOW.
           IF WS-BATCH-OVERFLOW = "N"
               MOVE "Y" TO WS-BATCH-OVERFLOW
               MOVE "NOTE-BATCH-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "held batch table full at 500, rest not aged"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       DATE-HELD-BATCHES.
           IF WS-BATCH-COUNT > 0
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT MAINT-AUDIT-FILE
               IF WS-MNTAUD-STATUS = "00"
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ MAINT-AUDIT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               IF MA-ACTION = "BATCHHLD"
                                       OR MA-ACTION = "BATCHCLS"
                                   PERFORM NOTE-BATCH-AUDIT-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAINT-AUDIT-FILE
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       NOTE-BATCH-AUDIT-ROW.
           MOVE MA-AFTER-IMAGE TO WS-TRAN-IMAGE.
           SET BAT-IDX TO 1.
           PERFORM UNTIL BAT-IDX > WS-BATCH-COUNT
               IF WS-BAT-NUMBER(BAT-IDX) = AI-BATCH-NUMBER
                   IF MA-ACTION = "BATCHHLD"
                       MOVE MA-DATE TO WS-BAT-HOLD-DATE(BAT-IDX)
                       MOVE "N" TO WS-BAT-RESOLVED(BAT-IDX)
                   ELSE
                       IF WS-BAT-HOLD-DATE(BAT-IDX) > 0
                           MOVE "Y" TO WS-BAT-RESOLVED(BAT-IDX)
                       END-IF
                   END-IF
               END-IF
               SET BAT-IDX UP BY 1
           END-PERFORM.

       AGE-HELD-BATCHES.
           MOVE 4 TO WS-ITEM-QUEUE.
           SET BAT-IDX TO 1.
           PERFORM UNTIL BAT-IDX > WS-BATCH-COUNT
               IF WS-BAT-RESOLVED(BAT-IDX) = "N"
                   MOVE SPACES TO WS-ITEM-REFERENCE
                   MOVE WS-BAT-NUMBER(BAT-IDX) TO WS-ITEM-REFERENCE
                   MOVE WS-BAT-BRANCH(BAT-IDX) TO WS-ITEM-BRANCH
                   IF WS-BAT-HOLD-DATE(BAT-IDX) > 0
                       MOVE WS-BAT-HOLD-DATE(BAT-IDX) TO WS-ITEM-DATE
                   ELSE
                       MOVE WS-BAT-TRAN-DATE(BAT-IDX) TO WS-ITEM-DATE
                   END-IF
                   MOVE WS-BAT-AMOUNT(BAT-IDX) TO WS-ITEM-AMOUNT
                   PERFORM AGE-OPEN-ITEM
               END-IF
               SET BAT-IDX UP BY 1
           END-PERFORM.

       AGE-PENDING-CHANGES.
           MOVE 5 TO WS-ITEM-QUEUE.
           MOVE "N" TO WS-JOURNAL-OPEN.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-MNTPEND-STATUS = "00"
               PERFORM UNTIL WS-MNTPEND-STATUS NOT = "00"
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "10" TO WS-MNTPEND-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF MP-STATUS = "PENDING"
                               PERFORM NOTE-PENDING-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           PERFORM FLUSH-PENDING-JOURNAL.

       NOTE-PENDING-CHANGE.
           IF MP-ACTION = "JOURNAL"
               IF WS-JOURNAL-OPEN = "Y"
                       AND MP-TRAN-KEY NOT = WS-JOURNAL-KEY
                   PERFORM FLUSH-PENDING-JOURNAL
               END-IF
               IF WS-JOURNAL-OPEN = "N"
                   MOVE "Y" TO WS-JOURNAL-OPEN
                   MOVE MP-TRAN-KEY TO WS-JOURNAL-KEY
                   MOVE MP-DATE TO WS-JOURNAL-DATE
                   MOVE ZERO TO WS-JOURNAL-AMOUNT
               END-IF
               MOVE MP-AFTER-IMAGE TO WS-TRAN-IMAGE
               IF JI-DRCR = "D" AND JI-AMOUNT NUMERIC
                   ADD JI-AMOUNT TO WS-JOURNAL-AMOUNT
               END-IF
           ELSE
               PERFORM FLUSH-PENDING-JOURNAL
               MOVE SPACES TO WS-ITEM-REFERENCE
               STRING MP-ACTION " " MP-TRAN-KEY
                   DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
               IF MP-AFTER-IMAGE = SPACES
                   MOVE MP-BEFORE-IMAGE TO WS-TRAN-IMAGE
               ELSE
                   MOVE MP-AFTER-IMAGE TO WS-TRAN-IMAGE
               END-IF
               MOVE TI-BRANCH TO WS-ITEM-BRANCH
               MOVE MP-DATE TO WS-ITEM-DATE
               IF TI-NUM1 NUMERIC
                   MOVE TI-NUM1 TO WS-ITEM-AMOUNT
               ELSE
                   MOVE ZERO TO WS-ITEM-AMOUNT
               END-IF
               PERFORM AGE-OPEN-ITEM
           END-IF.

       FLUSH-PENDING-JOURNAL.
           IF WS-JOURNAL-OPEN = "Y"
               MOVE "N" TO WS-JOURNAL-OPEN
               MOVE SPACES TO WS-ITEM-REFERENCE
               STRING "JOURNAL  " WS-JOURNAL-KEY
                   DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
               MOVE SPACES TO WS-ITEM-BRANCH
               MOVE WS-JOURNAL-DATE TO WS-ITEM-DATE
               MOVE WS-JOURNAL-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM AGE-OPEN-ITEM
           END-IF.

       AGE-OPEN-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           SET QUE-IDX TO WS-ITEM-QUEUE.
           IF WS-ITEM-DATE NOT NUMERIC OR WS-ITEM-DATE = 0
               MOVE WS-RUN-DATE-NUM TO WS-ITEM-DATE
           END-IF.
           PERFORM COUNT-BUSINESS-DAYS.
           EVALUATE TRUE
               WHEN WS-BUS-DAYS < 2
                   MOVE 1 TO WS-ITEM-BUCKET
               WHEN WS-BUS-DAYS < 6
                   MOVE 2 TO WS-ITEM-BUCKET
               WHEN WS-BUS-DAYS < 31
                   MOVE 3 TO WS-ITEM-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-ITEM-BUCKET
           END-EVALUATE.
           SET SUMQ-IDX TO WS-ITEM-QUEUE.
           SET SUMB-IDX TO WS-ITEM-BUCKET.
           SET BKT-IDX TO WS-ITEM-BUCKET.
           ADD 1 TO WS-SUM-COUNT(SUMQ-IDX SUMB-IDX).
           ADD WS-ITEM-AMOUNT TO WS-SUM-AMOUNT(SUMQ-IDX SUMB-IDX).
           MOVE WS-QUEUE-NAME(QUE-IDX) TO D-QUEUE.
           MOVE WS-ITEM-REFERENCE TO D-REFERENCE.
           MOVE WS-ITEM-BRANCH TO D-BRANCH.
           MOVE WS-ITEM-DATE TO D-DATE.
           MOVE WS-BUS-DAYS TO D-AGE.
           MOVE WS-BUCKET-LABEL(BKT-IDX) TO D-BUCKET.
           MOVE WS-ITEM-AMOUNT TO D-AMOUNT.
           MOVE SPACES TO D-ESCALATE.
           IF WS-BUS-DAYS > WS-QUEUE-ESCALATE(QUE-IDX)
               MOVE "ESCALATED" TO D-ESCALATE
               ADD 1 TO WS-ESCALATED-COUNT
               ADD 1 TO WS-SUM-ESCALATED(SUMQ-IDX)
               PERFORM RAISE-ESCALATION
           END-IF.
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUS-DAYS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE).
           PERFORM UNTIL WS-DATE-INT NOT < WS-TODAY-INT
                   OR WS-BUS-DAYS = 999
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

       RAISE-ESCALATION.
           MOVE "RAISE-ESCALATION" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "open item past escalation " WS-QUEUE-NAME(QUE-IDX)
               " " WS-ITEM-REFERENCE " branch " WS-ITEM-BRANCH
               " age " WS-BUS-DAYS
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-AGING-SUMMARY.
           WRITE RPT-LINE FROM WS-SUMMARY-HEADER.
           SET SUMQ-IDX TO 1.
           SET QUE-IDX TO 1.
           PERFORM UNTIL SUMQ-IDX > 5
               SET SUMB-IDX TO 1
               SET BKT-IDX TO 1
               PERFORM UNTIL SUMB-IDX > 4
                   MOVE WS-QUEUE-NAME(QUE-IDX) TO S-QUEUE
                   MOVE WS-BUCKET-LABEL(BKT-IDX) TO S-BUCKET
                   MOVE WS-SUM-COUNT(SUMQ-IDX SUMB-IDX) TO S-COUNT
                   MOVE WS-SUM-AMOUNT(SUMQ-IDX SUMB-IDX) TO S-AMOUNT
                   WRITE RPT-LINE FROM WS-SUMMARY-LINE
                   SET SUMB-IDX UP BY 1
                   SET BKT-IDX UP BY 1
               END-PERFORM
               MOVE WS-QUEUE-NAME(QUE-IDX) TO Q-QUEUE
               MOVE WS-QUEUE-ESCALATE(QUE-IDX) TO Q-DAYS
               MOVE WS-SUM-ESCALATED(SUMQ-IDX) TO Q-ESCALATED
               WRITE RPT-LINE FROM WS-QUEUE-TOTAL-LINE
               SET SUMQ-IDX UP BY 1
               SET QUE-IDX UP BY 1
           END-PERFORM.
           MOVE WS-ITEM-COUNT TO T-ITEMS.
           MOVE WS-ESCALATED-COUNT TO T-ESCALATED.
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-ESCALATED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-ITEM-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
