               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCMAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMST.

       FD  OPERATOR-MASTER.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMSTR.
       01  HELD-BATCH-RECORD.
           05  BH-BATCH-NUMBER     PIC 9(6).
           05  BH-ROW-TYPE         PIC X.
           05  BH-DATA             PIC X(58).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
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

       FD  GL-ACCOUNT-MAP.
       01  GL-ACCOUNT-MAP-RECORD.
           05  AM-BRANCH           PIC X(4).
           05  AM-CURRENCY         PIC X(3).
           05  AM-ACCOUNT          PIC X(10).
           05  AM-CONTRA-ACCOUNT   PIC X(10).
           05  AM-ACCOUNT-CLASS    PIC X.
           05  AM-CONTRA-CLASS     PIC X.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           COPY GLFEED.

       WORKING-STORAGE SECTION.
       01  WS-TRANFILE-STATUS       PIC X(2)    VALUE "00".
       01  WS-NUMFILE-STATUS        PIC X(2)    VALUE "00".
       01  WS-OM-STATUS             PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS          PIC X(2)    VALUE "00".
       01  WS-ACCTMST-STATUS        PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS         PIC X(2)    VALUE "00".
       01  WS-BAL-STATUS            PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS        PIC X(2)    VALUE "00".
               10  WS-BUD-CURRENCY  PIC X(3).
               10  WS-BUD-TARGET    PIC S9(9)V99.
       01  WS-ENTRY-PERIOD          PIC 9(6)    VALUE ZERO.
       01  WS-ENTRY-YEAR            PIC 9(4)    VALUE ZERO.
       01  WS-PERSTAT-STATUS        PIC X(2)    VALUE "00".
       01  WS-PERIOD-CLOSED         PIC X       VALUE "N".
       01  WS-PERIOD-FOUND          PIC X       VALUE "N".
       01  WS-CHECK-MONTH           PIC 9(6)    VALUE ZERO.
       01  WS-CHECK-YEAR-ROW        PIC 9(6)    VALUE ZERO.
       01  WS-YEAR-CLOSED           PIC X       VALUE "N".
       01  WS-PER-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 60 TIMES
               10  WS-BAL-CURRENCY  PIC X(3).
               10  WS-BAL-TOTAL     PIC S9(8)V99.
       01  WS-AUDIT-ACTION          PIC X(8).
       01  WS-BEFORE-IMAGE          PIC X(60).
       01  WS-AFTER-IMAGE           PIC X(60).
       01  WS-AUDIT-DATE            PIC 9(8).
       01  WS-AUDIT-TIME            PIC 9(6).
       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-ENTRY-NUM2            PIC 9(3)V99.
       01  WS-ENTRY-NUMBER          PIC S9(3) SIGN LEADING SEPARATE.
       01  WS-ENTRY-TYPE            PIC X.
       01  WS-ENTRY-CPTY-BRANCH     PIC X(4).
       01  WS-ENTRY-ORIG-KEY        PIC 9(6).
       01  WS-ENTRY-ACCOUNT         PIC X(8).
       01  WS-ENTRY-CPTY-ACCOUNT    PIC X(8).

       01  WS-CURRENT-BAL-EDIT      PIC -ZZZZZZZ9.99.
       01  WS-CURRENT-BAL-SHOW      PIC X(12).
       01  WS-PEND-QUIT             PIC X       VALUE "N".
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY        OCCURS 200 TIMES
                                        INDEXED BY PND-IDX
                                                   JPN-IDX.
               10  WS-PND-ACTION    PIC X(8).
               10  WS-PND-KEY       PIC 9(6).
               10  WS-PND-BEFORE    PIC X(60).
               10  WS-PND-AFTER     PIC X(60).
               10  WS-PND-KEYED-BY  PIC X(8).
               10  WS-PND-DATE      PIC 9(8).
               10  WS-PND-TIME      PIC 9(6).
               10  WS-BCH-NUM2      PIC 9(3)V99.
               10  WS-BCH-DATE      PIC 9(8).
               10  WS-BCH-TYPE      PIC X.
               10  WS-BCH-CPTY      PIC X(4).
               10  WS-BCH-ORIG-KEY  PIC 9(6).
               10  WS-BCH-ACCOUNT   PIC X(8).
               10  WS-BCH-CPTY-ACCT PIC X(8).

       01  WS-ENTRY-BM-CODE         PIC X(4).
       01  WS-ENTRY-BM-NAME         PIC X(20).
       01  WS-ENTRY-BM-REGION       PIC X(10).
       01  WS-ENTRY-BM-STATUS       PIC X.
       01  WS-ENTRY-BM-ENTITY       PIC X(4).

       01  WS-ENTRY-AC-ACCOUNT      PIC X(8).
       01  WS-ENTRY-AC-BRANCH       PIC X(4).
       01  WS-ENTRY-AC-CURRENCY     PIC X(3).
       01  WS-ENTRY-AC-STATUS       PIC X.
       01  WS-ENTRY-AC-OPEN-DATE    PIC 9(8).
       01  WS-ENTRY-AC-CLOSE-DATE   PIC 9(8).

       01  WS-ACCMAP-STATUS         PIC X(2)    VALUE "00".
       01  WS-GLJRNL-STATUS         PIC X(2)    VALUE "00".
       01  WS-MAP-LOADED            PIC X       VALUE "N".
       01  WS-MAP-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY         OCCURS 100 TIMES
                                        INDEXED BY MAP-IDX.
               10  WS-MAP-CURRENCY  PIC X(3).
               10  WS-MAP-ACCOUNT   PIC X(10).
               10  WS-MAP-CONTRA    PIC X(10).
       01  WS-JRN-SOURCE            PIC X(10)   VALUE "MANUALJNL".
       01  WS-JRN-NUMBER            PIC 9(6)    VALUE ZERO.
       01  WS-JRN-REVIEWED-KEY      PIC 9(6)    VALUE ZERO.
       01  WS-JRN-NARRATIVE         PIC X(25)   VALUE SPACES.
       01  WS-JRN-DONE              PIC X       VALUE "N".
       01  WS-JRN-LINE-OK           PIC X       VALUE "N".
       01  WS-JRN-BALANCED          PIC X       VALUE "N".
       01  WS-JRN-DEBITS            PIC 9(3)    VALUE ZERO.
       01  WS-JRN-CREDITS           PIC 9(3)    VALUE ZERO.
       01  WS-JRN-DECISION          PIC X(8)    VALUE SPACES.
       01  WS-JRN-POST-DATE         PIC 9(8)    VALUE ZERO.
       01  WS-JRN-HASH              PIC S9(11)V99 VALUE ZERO.
       01  WS-JRN-AMOUNT-SHOW       PIC -ZZZZZZZZ9.99.
       01  WS-JRN-ENTRY-ACCOUNT     PIC X(10)   VALUE SPACES.
       01  WS-JRN-ENTRY-CURRENCY    PIC X(3)    VALUE SPACES.
       01  WS-JRN-ENTRY-DRCR        PIC X       VALUE SPACE.
       01  WS-JRN-ENTRY-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  WS-JRN-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY         OCCURS 20 TIMES
                                        INDEXED BY JRN-IDX.
               10  WS-JRN-ACCOUNT   PIC X(10).
               10  WS-JRN-CURRENCY  PIC X(3).
               10  WS-JRN-DRCR      PIC X.
               10  WS-JRN-AMOUNT    PIC 9(9)V99.
       01  WS-JBAL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-JBAL-TABLE.
           05  WS-JBAL-ENTRY        OCCURS 20 TIMES
                                        INDEXED BY JBAL-IDX.
               10  WS-JBAL-CURRENCY PIC X(3).
               10  WS-JBAL-NET      PIC S9(11)V99.
       01  WS-JOURNAL-LINE.
           05  JL-LINE-NO           PIC 9(2).
           05  JL-ACCOUNT           PIC X(10).
           05  JL-CURRENCY          PIC X(3).
           05  JL-DRCR              PIC X.
           05  JL-AMOUNT            PIC 9(9)V99.
           05  JL-KEYED-DATE        PIC 9(8).
           05  JL-NARRATIVE         PIC X(25).

       SCREEN SECTION.
       01  MAINTENANCE-MENU.
           05  LINE 15 COL 1   VALUE "D. APPROVE PENDING CHANGES".
           05  LINE 16 COL 1   VALUE "E. REOPEN ACCOUNTING PERIOD".
           05  LINE 17 COL 1   VALUE "F. MAINTAIN BUDGET TARGET".
           05  LINE 18 COL 1   VALUE "G. KEY GL JOURNAL ENTRY".
           05  LINE 19 COL 1   VALUE "H. REOPEN FISCAL YEAR".
           05  LINE 20 COL 1   VALUE "I. MAINTAIN ACCOUNT MASTER".
           05  LINE 21 COL 1   VALUE "SELECT OPTION: ".
           05  LINE 21 COL 16  PIC X       TO WS-MENU-CHOICE.

       01  DATA-ENTRY-MENU.
           05  BLANK SCREEN.
           05  LINE 6  COL 1   VALUE "5. QUIT".
           05  LINE 7  COL 1   VALUE "B. OPEN KEYING BATCH".
           05  LINE 8  COL 1   VALUE "C. CLOSE KEYING BATCH".
           05  LINE 9  COL 1   VALUE "G. KEY GL JOURNAL ENTRY".
           05  LINE 10 COL 1   VALUE "SELECT OPTION: ".
           05  LINE 10 COL 16  PIC X       TO WS-MENU-CHOICE.

           05  LINE 8  COL 9   PIC 9(8)    TO WS-ENTRY-DATE.
           05  LINE 9  COL 1   VALUE "TYPE:   ".
           05  LINE 9  COL 9   PIC X       TO WS-ENTRY-TYPE.
           05  LINE 10 COL 1   VALUE "CPTY:   ".
           05  LINE 10 COL 9   PIC X(4)    TO WS-ENTRY-CPTY-BRANCH.
           05  LINE 11 COL 1   VALUE "ORIG:   ".
           05  LINE 11 COL 9   PIC 9(6)    TO WS-ENTRY-ORIG-KEY.
           05  LINE 12 COL 1   VALUE "ACCOUNT:".
           05  LINE 12 COL 9   PIC X(8)    TO WS-ENTRY-ACCOUNT.
           05  LINE 13 COL 1   VALUE "CPTY AC:".
           05  LINE 13 COL 9   PIC X(8)    TO WS-ENTRY-CPTY-ACCOUNT.

       01  CORRECT-TRAN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 8  COL 17  PIC 9(8)    TO WS-ENTRY-DATE.
           05  LINE 9  COL 1   VALUE "NEW TYPE:       ".
           05  LINE 9  COL 17  PIC X       TO WS-ENTRY-TYPE.
           05  LINE 10 COL 1   VALUE "NEW CPTY:       ".
           05  LINE 10 COL 17  PIC X(4)    TO WS-ENTRY-CPTY-BRANCH.
           05  LINE 11 COL 1   VALUE "NEW ORIG KEY:   ".
           05  LINE 11 COL 17  PIC 9(6)    TO WS-ENTRY-ORIG-KEY.
           05  LINE 12 COL 1   VALUE "NEW ACCOUNT:    ".
           05  LINE 12 COL 17  PIC X(8)    TO WS-ENTRY-ACCOUNT.
           05  LINE 13 COL 1   VALUE "NEW CPTY ACCT:  ".
           05  LINE 13 COL 17  PIC X(8)    TO WS-ENTRY-CPTY-ACCOUNT.

       01  DELETE-TRAN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 5  COL 17  PIC X(10)   TO WS-ENTRY-BM-REGION.
           05  LINE 6  COL 1   VALUE "STATUS (O/C):   ".
           05  LINE 6  COL 17  PIC X       TO WS-ENTRY-BM-STATUS.
           05  LINE 7  COL 1   VALUE "LEGAL ENTITY:   ".
           05  LINE 7  COL 17  PIC X(4)    TO WS-ENTRY-BM-ENTITY.

       01  ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1   VALUE "MAINTAIN ACCOUNT MASTER".
           05  LINE 3  COL 1   VALUE "ACCOUNT:        ".
           05  LINE 3  COL 17  PIC X(8)    TO WS-ENTRY-AC-ACCOUNT.
           05  LINE 4  COL 1   VALUE "BRANCH CODE:    ".
           05  LINE 4  COL 17  PIC X(4)    TO WS-ENTRY-AC-BRANCH.
           05  LINE 5  COL 1   VALUE "CURRENCY:       ".
           05  LINE 5  COL 17  PIC X(3)    TO WS-ENTRY-AC-CURRENCY.
           05  LINE 6  COL 1   VALUE "STATUS (O/C):   ".
           05  LINE 6  COL 17  PIC X       TO WS-ENTRY-AC-STATUS.
           05  LINE 7  COL 1   VALUE "OPEN DATE:      ".
           05  LINE 7  COL 17  PIC 9(8)    TO WS-ENTRY-AC-OPEN-DATE.
           05  LINE 8  COL 1   VALUE "CLOSE DATE:     ".
           05  LINE 8  COL 17  PIC 9(8)    TO WS-ENTRY-AC-CLOSE-DATE.

       01  BALANCE-SCREEN.
           05  BLANK SCREEN.
                           ELSE
                               PERFORM REJECT-UNAUTHORIZED
                           END-IF
                       WHEN "G"
                           PERFORM KEY-GL-JOURNAL
                       WHEN "H"
                           IF WS-AUTH-LEVEL = "S"
                               PERFORM REOPEN-FISCAL-YEAR
                           ELSE
                               PERFORM REJECT-UNAUTHORIZED
                           END-IF
                       WHEN "I"
                           IF WS-AUTH-LEVEL = "S"
                               PERFORM MAINTAIN-ACCOUNT-RECORD
                           ELSE
                               PERFORM REJECT-UNAUTHORIZED
                           END-IF
                       WHEN OTHER
                           DISPLAY "INVALID OPTION, TRY AGAIN"
                   END-EVALUATE
           END-IF.

       WRITE-MAINT-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-BUS-DATE-NUM > 0
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

                           " CURRENCY: " TRAN-CURRENCY OF TRAN-RECORD
                           " NUM1: " TRAN-NUM1 OF TRAN-RECORD
                           " NUM2: " TRAN-NUM2 OF TRAN-RECORD
                           " ACCOUNT: " TRAN-ACCOUNT OF TRAN-RECORD
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           MOVE WS-ENTRY-NUM2 TO WS-BCH-NUM2(BCH-IDX).
           MOVE WS-ENTRY-DATE TO WS-BCH-DATE(BCH-IDX).
           MOVE WS-ENTRY-TYPE TO WS-BCH-TYPE(BCH-IDX).
           MOVE WS-ENTRY-CPTY-BRANCH TO WS-BCH-CPTY(BCH-IDX).
           MOVE WS-ENTRY-ORIG-KEY TO WS-BCH-ORIG-KEY(BCH-IDX).
           MOVE WS-ENTRY-ACCOUNT TO WS-BCH-ACCOUNT(BCH-IDX).
           MOVE WS-ENTRY-CPTY-ACCOUNT TO WS-BCH-CPTY-ACCT(BCH-IDX).
           ADD WS-ENTRY-NUM1 TO WS-BATCH-KEYED-AMOUNT.
           ADD WS-ENTRY-NUM2 TO WS-BATCH-KEYED-AMOUNT.
           MOVE WS-BATCH-KEYED-AMOUNT TO WS-BATCH-KEYED-SHOW.
           MOVE WS-BCH-NUM2(BCH-IDX) TO TRAN-NUM2 OF TRAN-RECORD.
           MOVE WS-BCH-DATE(BCH-IDX) TO TRAN-DATE OF TRAN-RECORD.
           MOVE WS-BCH-TYPE(BCH-IDX) TO TRAN-TYPE OF TRAN-RECORD.
           MOVE WS-BCH-CPTY(BCH-IDX)
               TO TRAN-CPTY-BRANCH OF TRAN-RECORD.
           MOVE WS-BCH-ORIG-KEY(BCH-IDX)
               TO TRAN-ORIG-KEY OF TRAN-RECORD.
           MOVE WS-BCH-ACCOUNT(BCH-IDX)
               TO TRAN-ACCOUNT OF TRAN-RECORD.
           MOVE WS-BCH-CPTY-ACCT(BCH-IDX)
               TO TRAN-CPTY-ACCOUNT OF TRAN-RECORD.
           WRITE TRAN-RECORD
               INVALID KEY
                   ADD 1 TO WS-BATCH-DUP-COUNT
               NOT INVALID KEY
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   STRING "BATCH " WS-BATCH-NUMBER
                       DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
                   MOVE TRAN-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
           END-WRITE.

                   DISPLAY "PERIOD CLOSED FOR KEY: " WS-ENTRY-KEY
                   DISPLAY "SUPERVISOR REOPEN REQUIRED (OPTION E)"
               ELSE
                   MOVE TRAN-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-ENTRY-BRANCH TO TRAN-BRANCH OF TRAN-RECORD
                   MOVE WS-ENTRY-CURRENCY
                       TO TRAN-CURRENCY OF TRAN-RECORD
                   MOVE WS-ENTRY-NUM1 TO TRAN-NUM1 OF TRAN-RECORD
                   MOVE WS-ENTRY-NUM2 TO TRAN-NUM2 OF TRAN-RECORD
                   MOVE WS-ENTRY-DATE TO TRAN-DATE OF TRAN-RECORD
                   MOVE WS-ENTRY-TYPE TO TRAN-TYPE OF TRAN-RECORD
                   MOVE WS-ENTRY-CPTY-BRANCH
                       TO TRAN-CPTY-BRANCH OF TRAN-RECORD
                   MOVE WS-ENTRY-ORIG-KEY
                       TO TRAN-ORIG-KEY OF TRAN-RECORD
                   MOVE WS-ENTRY-ACCOUNT TO TRAN-ACCOUNT OF TRAN-RECORD
                   MOVE WS-ENTRY-CPTY-ACCOUNT
                       TO TRAN-CPTY-ACCOUNT OF TRAN-RECORD
                   MOVE TRAN-RECORD TO WS-AFTER-IMAGE
                   MOVE "CORRECT" TO WS-AUDIT-ACTION
                   PERFORM QUEUE-PENDING-CHANGE
                   DISPLAY "CHANGE QUEUED FOR APPROVAL, KEY: "
                       WS-ENTRY-KEY
               END-IF
           END-IF.
           CLOSE TRANS-FILE.
           MOVE WS-ENTRY-BM-NAME TO BM-BRANCH-NAME
           MOVE WS-ENTRY-BM-REGION TO BM-REGION
           MOVE WS-ENTRY-BM-STATUS TO BM-STATUS
           MOVE WS-ENTRY-BM-ENTITY TO BM-ENTITY
           IF WS-FOUND-SWITCH = "Y"
               REWRITE BRANCH-MASTER-RECORD
                   INVALID KEY
               END-WRITE
           END-IF.

       MAINTAIN-ACCOUNT-RECORD.
           DISPLAY ACCOUNT-SCREEN.
           ACCEPT ACCOUNT-SCREEN.
           IF WS-ENTRY-AC-STATUS NOT = "O"
                   AND WS-ENTRY-AC-STATUS NOT = "C"
               DISPLAY "STATUS MUST BE O (OPEN) OR C (CLOSED)"
           ELSE
               IF WS-ENTRY-AC-ACCOUNT = SPACES
                       OR WS-ENTRY-AC-OPEN-DATE = ZERO
                   DISPLAY "ACCOUNT AND OPEN DATE ARE REQUIRED"
               ELSE
                   IF WS-ENTRY-AC-CLOSE-DATE NOT = ZERO
                           AND WS-ENTRY-AC-CLOSE-DATE
                               < WS-ENTRY-AC-OPEN-DATE
                       DISPLAY "CLOSE DATE IS BEFORE OPEN DATE"
                   ELSE
                       PERFORM OPEN-ACCOUNT-MASTER-UPDATE
                   END-IF
               END-IF
           END-IF.

       OPEN-ACCOUNT-MASTER-UPDATE.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCTMST-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
                   WS-ACCTMST-STATUS
               MOVE "OPEN-ACCOUNT-MASTER-UPDATE" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "account master open failed, status "
                   WS-ACCTMST-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY
           ELSE
               PERFORM APPLY-ACCOUNT-UPDATE
               CLOSE ACCOUNT-MASTER
           END-IF.

       APPLY-ACCOUNT-UPDATE.
           MOVE WS-ENTRY-AC-ACCOUNT TO AC-ACCOUNT
           MOVE "N" TO WS-FOUND-SWITCH
           MOVE SPACES TO WS-BEFORE-IMAGE
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZERO TO AC-BALANCE
                   MOVE ZERO TO AC-LAST-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
           END-READ
           MOVE WS-ENTRY-AC-ACCOUNT TO AC-ACCOUNT
           MOVE WS-ENTRY-AC-BRANCH TO AC-BRANCH
           MOVE WS-ENTRY-AC-CURRENCY TO AC-CURRENCY
           MOVE WS-ENTRY-AC-STATUS TO AC-STATUS
           MOVE WS-ENTRY-AC-OPEN-DATE TO AC-OPEN-DATE
           MOVE WS-ENTRY-AC-CLOSE-DATE TO AC-CLOSE-DATE
           IF WS-FOUND-SWITCH = "Y"
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ACCOUNT: "
                           WS-ENTRY-AC-ACCOUNT
                   NOT INVALID KEY
                       MOVE "ACCOUNT" TO WS-AUDIT-ACTION
                       MOVE ACCOUNT-MASTER-RECORD
                           TO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-REWRITE
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR ACCOUNT: "
                           WS-ENTRY-AC-ACCOUNT
                   NOT INVALID KEY
                       MOVE "ACCOUNT" TO WS-AUDIT-ACTION
                       MOVE ACCOUNT-MASTER-RECORD
                           TO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
               END-WRITE
           END-IF.

       DELETE-TRAN-RECORD.
           DISPLAY DELETE-TRAN-SCREEN.
           ACCEPT DELETE-TRAN-SCREEN.
       APPROVE-PENDING-CHANGES.
           PERFORM LOAD-PENDING-CHANGES.
           MOVE "N" TO WS-PEND-QUIT.
           MOVE ZERO TO WS-JRN-REVIEWED-KEY.
           SET PND-IDX TO 1.
           PERFORM UNTIL PND-IDX > WS-PEND-COUNT
                   OR WS-PEND-QUIT = "Y"
               IF WS-PND-STATUS(PND-IDX) = "PENDING"
                   IF WS-PND-ACTION(PND-IDX) = "JOURNAL"
                       PERFORM REVIEW-PENDING-JOURNAL
                   ELSE
                       PERFORM REVIEW-PENDING-CHANGE
                   END-IF
               END-IF
               SET PND-IDX UP BY 1
           END-PERFORM.
               PERFORM LOAD-PERIOD-STATUS
               MOVE WS-ENTRY-PERIOD TO WS-CHECK-MONTH
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-YEAR-CLOSED = "Y"
                   DISPLAY "FISCAL YEAR CLOSED FOR: " WS-ENTRY-PERIOD
                   DISPLAY "REOPEN THE YEAR FIRST (OPTION H)"
               ELSE
                   IF WS-PERIOD-CLOSED = "N"
                       DISPLAY "PERIOD IS NOT CLOSED: " WS-ENTRY-PERIOD
                   ELSE
                       MOVE "O" TO WS-NEW-PER-STATUS
                       PERFORM SET-PERIOD-STATUS
                       PERFORM REWRITE-PERIOD-STATUS
                       MOVE "REOPEN" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       STRING WS-ENTRY-PERIOD " REOPENED"
                           DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
                       DISPLAY "PERIOD REOPENED: " WS-ENTRY-PERIOD
                   END-IF
               END-IF
           END-IF.

       REOPEN-FISCAL-YEAR.
           DISPLAY "FISCAL YEAR TO REOPEN (CCYY): ".
           ACCEPT WS-ENTRY-YEAR.
           IF WS-ENTRY-YEAR NOT NUMERIC OR WS-ENTRY-YEAR = ZERO
               DISPLAY "A YEAR OF THE FORM CCYY IS REQUIRED"
           ELSE
               PERFORM LOAD-PERIOD-STATUS
               COMPUTE WS-CHECK-MONTH = WS-ENTRY-YEAR * 100
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-YEAR-CLOSED = "N"
                   DISPLAY "FISCAL YEAR IS NOT CLOSED: " WS-ENTRY-YEAR
               ELSE
                   MOVE "O" TO WS-NEW-PER-STATUS
                   PERFORM SET-PERIOD-STATUS
                   PERFORM REWRITE-PERIOD-STATUS
                   MOVE "YRREOPEN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   STRING WS-ENTRY-YEAR " FISCAL YEAR REOPENED"
                       DELIMITED BY SIZE INTO WS-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "FISCAL YEAR REOPENED: " WS-ENTRY-YEAR
               END-IF
           END-IF.


       CHECK-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED.
           MOVE "N" TO WS-YEAR-CLOSED.
           COMPUTE WS-CHECK-YEAR-ROW = WS-CHECK-MONTH / 100.
           MULTIPLY 100 BY WS-CHECK-YEAR-ROW.
           SET PER-IDX TO 1.
           PERFORM UNTIL PER-IDX > WS-PER-COUNT
               IF WS-PER-MONTH(PER-IDX) = WS-CHECK-MONTH
                       AND WS-PER-STATUS(PER-IDX) = "C"
                   MOVE "Y" TO WS-PERIOD-CLOSED
               END-IF
               IF WS-PER-MONTH(PER-IDX) = WS-CHECK-YEAR-ROW
                       AND WS-PER-STATUS(PER-IDX) = "C"
                   MOVE "Y" TO WS-PERIOD-CLOSED
                   MOVE "Y" TO WS-YEAR-CLOSED
               END-IF
               SET PER-IDX UP BY 1
           END-PERFORM.

               CLOSE BUDGET-FILE
           END-IF.
           MOVE "00" TO WS-BUDGET-STATUS.

       KEY-GL-JOURNAL.
           IF WS-MAP-LOADED = "N"
               PERFORM LOAD-GL-ACCOUNT-MAP
           END-IF.
           PERFORM LOAD-PERIOD-STATUS.
           COMPUTE WS-CHECK-MONTH = WS-BUS-DATE-NUM / 100.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "PERIOD CLOSED: " WS-CHECK-MONTH
                   " - JOURNALS CANNOT BE KEYED"
               DISPLAY "SUPERVISOR REOPEN REQUIRED (OPTION E)"
           ELSE
               MOVE ZERO TO WS-JRN-COUNT
               MOVE "N" TO WS-JRN-DONE
               DISPLAY "JOURNAL NARRATIVE: "
               ACCEPT WS-JRN-NARRATIVE
               PERFORM UNTIL WS-JRN-DONE = "Y"
                   PERFORM ACCEPT-JOURNAL-LINE
               END-PERFORM
               PERFORM CHECK-JOURNAL-LINES
               IF WS-JRN-BALANCED = "Y"
                   PERFORM QUEUE-GL-JOURNAL
               ELSE
                   DISPLAY "JOURNAL NOT SUBMITTED"
               END-IF
           END-IF.

       ACCEPT-JOURNAL-LINE.
           MOVE SPACES TO WS-JRN-ENTRY-ACCOUNT.
           COMPUTE JL-LINE-NO = WS-JRN-COUNT + 1.
           DISPLAY "LINE " JL-LINE-NO " ACCOUNT (BLANK TO FINISH): ".
           ACCEPT WS-JRN-ENTRY-ACCOUNT.
           IF WS-JRN-ENTRY-ACCOUNT = SPACES
               MOVE "Y" TO WS-JRN-DONE
           ELSE
               DISPLAY "CURRENCY CODE: "
               ACCEPT WS-JRN-ENTRY-CURRENCY
               DISPLAY "DEBIT OR CREDIT (D/C): "
               ACCEPT WS-JRN-ENTRY-DRCR
               DISPLAY "AMOUNT: "
               ACCEPT WS-JRN-ENTRY-AMOUNT
               PERFORM VALIDATE-JOURNAL-LINE
               IF WS-JRN-LINE-OK = "Y"
                   ADD 1 TO WS-JRN-COUNT
                   SET JRN-IDX TO WS-JRN-COUNT
                   MOVE WS-JRN-ENTRY-ACCOUNT TO WS-JRN-ACCOUNT(JRN-IDX)
                   MOVE WS-JRN-ENTRY-CURRENCY
                       TO WS-JRN-CURRENCY(JRN-IDX)
                   MOVE WS-JRN-ENTRY-DRCR TO WS-JRN-DRCR(JRN-IDX)
                   MOVE WS-JRN-ENTRY-AMOUNT TO WS-JRN-AMOUNT(JRN-IDX)
                   IF WS-JRN-COUNT NOT < 20
                       DISPLAY "JOURNAL IS FULL AT 20 LINES"
                       MOVE "Y" TO WS-JRN-DONE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-JOURNAL-LINE.
           MOVE "Y" TO WS-JRN-LINE-OK.
           IF WS-JRN-ENTRY-DRCR NOT = "D"
                   AND WS-JRN-ENTRY-DRCR NOT = "C"
               DISPLAY "ENTER D FOR A DEBIT OR C FOR A CREDIT"
               MOVE "N" TO WS-JRN-LINE-OK
           END-IF.
           IF WS-JRN-ENTRY-AMOUNT NOT NUMERIC
                   OR WS-JRN-ENTRY-AMOUNT = ZERO
               DISPLAY "A NON-ZERO AMOUNT IS REQUIRED"
               MOVE "N" TO WS-JRN-LINE-OK
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET MAP-IDX TO 1.
           PERFORM UNTIL MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-CURRENCY(MAP-IDX) = WS-JRN-ENTRY-CURRENCY
                       AND (WS-MAP-ACCOUNT(MAP-IDX) =
                               WS-JRN-ENTRY-ACCOUNT
                           OR WS-MAP-CONTRA(MAP-IDX) =
                               WS-JRN-ENTRY-ACCOUNT)
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
               SET MAP-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SWITCH = "N"
               DISPLAY "ACCOUNT/CURRENCY NOT ON GLACCMAP: "
                   WS-JRN-ENTRY-ACCOUNT " " WS-JRN-ENTRY-CURRENCY
               MOVE "N" TO WS-JRN-LINE-OK
           END-IF.
           IF WS-JRN-LINE-OK = "N"
               DISPLAY "LINE NOT ACCEPTED - KEY IT AGAIN"
           END-IF.

       CHECK-JOURNAL-LINES.
           MOVE ZERO TO WS-JBAL-COUNT.
           MOVE ZERO TO WS-JRN-DEBITS.
           MOVE ZERO TO WS-JRN-CREDITS.
           SET JRN-IDX TO 1.
           PERFORM UNTIL JRN-IDX > WS-JRN-COUNT
               PERFORM ADD-JOURNAL-BALANCE
               SET JRN-IDX UP BY 1
           END-PERFORM.
           MOVE "Y" TO WS-JRN-BALANCED.
           IF WS-JRN-DEBITS = ZERO OR WS-JRN-CREDITS = ZERO
               DISPLAY "A JOURNAL NEEDS AT LEAST ONE DEBIT AND ONE "
                   "CREDIT LINE"
               MOVE "N" TO WS-JRN-BALANCED
           END-IF.
           SET JBAL-IDX TO 1.
           PERFORM UNTIL JBAL-IDX > WS-JBAL-COUNT
               IF WS-JBAL-NET(JBAL-IDX) NOT = ZERO
                   MOVE WS-JBAL-NET(JBAL-IDX) TO WS-JRN-AMOUNT-SHOW
                   DISPLAY "OUT OF BALANCE IN "
                       WS-JBAL-CURRENCY(JBAL-IDX)
                       " BY " WS-JRN-AMOUNT-SHOW
                   MOVE "N" TO WS-JRN-BALANCED
               END-IF
               SET JBAL-IDX UP BY 1
           END-PERFORM.

       ADD-JOURNAL-BALANCE.
           IF WS-JRN-DRCR(JRN-IDX) = "D"
               ADD 1 TO WS-JRN-DEBITS
           ELSE
               ADD 1 TO WS-JRN-CREDITS
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           SET JBAL-IDX TO 1.
           PERFORM UNTIL JBAL-IDX > WS-JBAL-COUNT
               IF WS-JBAL-CURRENCY(JBAL-IDX) = WS-JRN-CURRENCY(JRN-IDX)
                   MOVE "Y" TO WS-FOUND-SWITCH
               ELSE
                   SET JBAL-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = "N"
               ADD 1 TO WS-JBAL-COUNT
               SET JBAL-IDX TO WS-JBAL-COUNT
               MOVE WS-JRN-CURRENCY(JRN-IDX)
                   TO WS-JBAL-CURRENCY(JBAL-IDX)
               MOVE ZERO TO WS-JBAL-NET(JBAL-IDX)
           END-IF.
           IF WS-JRN-DRCR(JRN-IDX) = "D"
               ADD WS-JRN-AMOUNT(JRN-IDX) TO WS-JBAL-NET(JBAL-IDX)
           ELSE
               SUBTRACT WS-JRN-AMOUNT(JRN-IDX)
                   FROM WS-JBAL-NET(JBAL-IDX)
           END-IF.

       QUEUE-GL-JOURNAL.
           PERFORM LOAD-PENDING-CHANGES.
           MOVE ZERO TO WS-JRN-NUMBER.
           SET PND-IDX TO 1.
           PERFORM UNTIL PND-IDX > WS-PEND-COUNT
               IF WS-PND-ACTION(PND-IDX) = "JOURNAL"
                       AND WS-PND-KEY(PND-IDX) > WS-JRN-NUMBER
                   MOVE WS-PND-KEY(PND-IDX) TO WS-JRN-NUMBER
               END-IF
               SET PND-IDX UP BY 1
           END-PERFORM.
           ADD 1 TO WS-JRN-NUMBER.
           MOVE WS-JRN-NUMBER TO WS-ENTRY-KEY.
           MOVE "JOURNAL" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           SET JRN-IDX TO 1.
           PERFORM UNTIL JRN-IDX > WS-JRN-COUNT
               SET JL-LINE-NO TO JRN-IDX
               MOVE WS-JRN-ACCOUNT(JRN-IDX) TO JL-ACCOUNT
               MOVE WS-JRN-CURRENCY(JRN-IDX) TO JL-CURRENCY
               MOVE WS-JRN-DRCR(JRN-IDX) TO JL-DRCR
               MOVE WS-JRN-AMOUNT(JRN-IDX) TO JL-AMOUNT
               MOVE WS-BUS-DATE-NUM TO JL-KEYED-DATE
               MOVE WS-JRN-NARRATIVE TO JL-NARRATIVE
               MOVE WS-JOURNAL-LINE TO WS-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
               SET JRN-IDX UP BY 1
           END-PERFORM.
           DISPLAY "JOURNAL QUEUED FOR APPROVAL: " WS-JRN-NUMBER
               " LINES: " WS-JRN-COUNT.

       REVIEW-PENDING-JOURNAL.
           IF WS-PND-KEY(PND-IDX) = WS-JRN-REVIEWED-KEY
               CONTINUE
           ELSE
               MOVE WS-PND-KEY(PND-IDX) TO WS-JRN-REVIEWED-KEY
               IF WS-PND-KEYED-BY(PND-IDX) = WS-OPERATOR-ID
                   DISPLAY "SKIPPED OWN JOURNAL: "
                       WS-PND-KEY(PND-IDX)
                       " - A DIFFERENT SUPERVISOR MUST DECIDE"
               ELSE
                   PERFORM SHOW-PENDING-JOURNAL
                   DISPLAY "DECISION (A=APPROVE, R=REJECT, S=SKIP, "
                       "Q=QUIT): "
                   ACCEPT WS-PEND-ANSWER
                   EVALUATE WS-PEND-ANSWER
                       WHEN "A"
                           PERFORM APPROVE-PENDING-JOURNAL
                       WHEN "R"
                           MOVE "REJECTED" TO WS-JRN-DECISION
                           PERFORM SET-JOURNAL-DECISION
                           PERFORM WRITE-DECISION-AUDIT
                       WHEN "Q"
                           MOVE "Y" TO WS-PEND-QUIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       SHOW-PENDING-JOURNAL.
           MOVE ZERO TO WS-JRN-COUNT.
           DISPLAY "PENDING JOURNAL: " WS-PND-KEY(PND-IDX)
               " KEYED BY: " WS-PND-KEYED-BY(PND-IDX).
           SET JPN-IDX TO PND-IDX.
           PERFORM UNTIL JPN-IDX > WS-PEND-COUNT
               IF WS-PND-ACTION(JPN-IDX) = "JOURNAL"
                       AND WS-PND-KEY(JPN-IDX) = WS-PND-KEY(PND-IDX)
                       AND WS-PND-STATUS(JPN-IDX) = "PENDING"
                       AND WS-JRN-COUNT < 20
                   MOVE WS-PND-AFTER(JPN-IDX) TO WS-JOURNAL-LINE
                   ADD 1 TO WS-JRN-COUNT
                   SET JRN-IDX TO WS-JRN-COUNT
                   MOVE JL-ACCOUNT TO WS-JRN-ACCOUNT(JRN-IDX)
                   MOVE JL-CURRENCY TO WS-JRN-CURRENCY(JRN-IDX)
                   MOVE JL-DRCR TO WS-JRN-DRCR(JRN-IDX)
                   MOVE JL-AMOUNT TO WS-JRN-AMOUNT(JRN-IDX)
                   MOVE JL-AMOUNT TO WS-JRN-AMOUNT-SHOW
                   DISPLAY "  " JL-LINE-NO " " JL-ACCOUNT " "
                       JL-CURRENCY " " JL-DRCR " " WS-JRN-AMOUNT-SHOW
                       " " JL-NARRATIVE
               END-IF
               SET JPN-IDX UP BY 1
           END-PERFORM.
           PERFORM CHECK-JOURNAL-LINES.

       APPROVE-PENDING-JOURNAL.
           PERFORM LOAD-PERIOD-STATUS.
           COMPUTE WS-CHECK-MONTH = WS-BUS-DATE-NUM / 100.
           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "PERIOD CLOSED: " WS-CHECK-MONTH
                   " - JOURNAL LEFT PENDING"
           ELSE
               IF WS-JRN-BALANCED = "N"
                   DISPLAY "JOURNAL DOES NOT BALANCE - REJECTED"
                   MOVE "REJECTED" TO WS-JRN-DECISION
                   PERFORM SET-JOURNAL-DECISION
                   PERFORM WRITE-DECISION-AUDIT
               ELSE
                   PERFORM POST-APPROVED-JOURNAL
                   MOVE "APPROVED" TO WS-JRN-DECISION
                   PERFORM SET-JOURNAL-DECISION
                   PERFORM WRITE-DECISION-AUDIT
                   DISPLAY "JOURNAL APPROVED AND POSTED: "
                       WS-PND-KEY(PND-IDX)
               END-IF
           END-IF.

       SET-JOURNAL-DECISION.
           SET JPN-IDX TO PND-IDX.
           PERFORM UNTIL JPN-IDX > WS-PEND-COUNT
               IF WS-PND-ACTION(JPN-IDX) = "JOURNAL"
                       AND WS-PND-KEY(JPN-IDX) = WS-PND-KEY(PND-IDX)
                       AND WS-PND-STATUS(JPN-IDX) = "PENDING"
                   IF WS-JRN-DECISION = "APPROVED"
                       MOVE "JOURNAL" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-PND-AFTER(JPN-IDX) TO WS-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
                   END-IF
                   MOVE WS-JRN-DECISION TO WS-PND-STATUS(JPN-IDX)
                   MOVE WS-OPERATOR-ID TO WS-PND-DECIDED(JPN-IDX)
               END-IF
               SET JPN-IDX UP BY 1
           END-PERFORM.

       POST-APPROVED-JOURNAL.
           IF WS-BUS-DATE-NUM > 0
               MOVE WS-BUS-DATE-NUM TO WS-JRN-POST-DATE
           ELSE
               ACCEPT WS-JRN-POST-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZERO TO WS-JRN-DEBITS.
           MOVE ZERO TO WS-JRN-HASH.
           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-JRN-POST-DATE TO GL-DATE.
           MOVE WS-JRN-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-RECORD-COUNT.
           MOVE ZERO TO GL-HASH-TOTAL.
           WRITE GL-JOURNAL-RECORD.
           SET JRN-IDX TO 1.
           PERFORM UNTIL JRN-IDX > WS-JRN-COUNT
               MOVE WS-JRN-POST-DATE TO GL-DATE
               MOVE WS-JRN-ACCOUNT(JRN-IDX) TO GL-ACCOUNT-CODE
               MOVE WS-JRN-CURRENCY(JRN-IDX) TO GL-CURRENCY-CODE
               MOVE ZERO TO GL-RECORD-COUNT
               MOVE ZERO TO GL-HASH-TOTAL
               IF WS-JRN-DRCR(JRN-IDX) = "D"
                   MOVE "D" TO GL-RECORD-TYPE
                   MOVE WS-JRN-AMOUNT(JRN-IDX) TO GL-AMOUNT
                   ADD 1 TO WS-JRN-DEBITS
                   ADD WS-JRN-AMOUNT(JRN-IDX) TO WS-JRN-HASH
               ELSE
                   MOVE "C" TO GL-RECORD-TYPE
                   COMPUTE GL-AMOUNT = 0 - WS-JRN-AMOUNT(JRN-IDX)
               END-IF
               WRITE GL-JOURNAL-RECORD
               SET JRN-IDX UP BY 1
           END-PERFORM.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-JRN-POST-DATE TO GL-DATE.
           MOVE WS-JRN-SOURCE TO GL-ACCOUNT-CODE.
           MOVE SPACES TO GL-CURRENCY-CODE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE WS-JRN-DEBITS TO GL-RECORD-COUNT.
           MOVE WS-JRN-HASH TO GL-HASH-TOTAL.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GL-JOURNAL-FILE.

       LOAD-GL-ACCOUNT-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-ACCMAP-STATUS = "00"
               PERFORM UNTIL WS-ACCMAP-STATUS NOT = "00"
                   READ GL-ACCOUNT-MAP
                       AT END
                           MOVE "10" TO WS-ACCMAP-STATUS
                       NOT AT END
                           IF WS-MAP-COUNT < 100
                               ADD 1 TO WS-MAP-COUNT
                               SET MAP-IDX TO WS-MAP-COUNT
                               MOVE AM-CURRENCY
                                   TO WS-MAP-CURRENCY(MAP-IDX)
                               MOVE AM-ACCOUNT
                                   TO WS-MAP-ACCOUNT(MAP-IDX)
                               MOVE AM-CONTRA-ACCOUNT
                                   TO WS-MAP-CONTRA(MAP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
               MOVE "Y" TO WS-MAP-LOADED
           ELSE
               MOVE "LOAD-GL-ACCOUNT-MAP" TO WS-ERR-PARAGRAPH
               MOVE "GL account mapping file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "00" TO WS-ACCMAP-STATUS.
