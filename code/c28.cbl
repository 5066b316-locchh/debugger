               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERO-STATUS.

           SELECT OLD-TRANS-MASTER ASSIGN TO "TRANFLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OTM-TRAN-KEY
               FILE STATUS IS WS-TRANI-STATUS.

           SELECT NEW-TRANS-MASTER ASSIGN TO "TRANFLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRANO-STATUS.

           SELECT OLD-BRANCH-MASTER ASSIGN TO "BRNCHMI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBM-BRANCH-CODE
               FILE STATUS IS WS-BRNCHI-STATUS.

           SELECT NEW-BRANCH-MASTER ASSIGN TO "BRNCHMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCHO-STATUS.

           SELECT OLD-MAINT-AUDIT ASSIGN TO "MNTAUDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUDI-STATUS.

           SELECT NEW-MAINT-AUDIT ASSIGN TO "MNTAUDO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-PENDING-CHANGES ASSIGN TO "MNTPNDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTPNDI-STATUS.

           SELECT NEW-PENDING-CHANGES ASSIGN TO "MNTPNDO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-HELD-BATCHES ASSIGN TO "BATCHHI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHHI-STATUS.

           SELECT NEW-HELD-BATCHES ASSIGN TO "BATCHHO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-ENTITY-MONTOT ASSIGN TO "MONTENTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTENTI-STATUS.

           SELECT NEW-ENTITY-MONTOT ASSIGN TO "MONTENTO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-GL-FEED ASSIGN TO "GLFEEDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEEDI-STATUS.

           SELECT NEW-GL-FEED ASSIGN TO "GLFEEDO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-GL-ACCOUNT-MAP ASSIGN TO "GLACCMI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCMI-STATUS.

           SELECT NEW-GL-ACCOUNT-MAP ASSIGN TO "GLACCMO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-REFERRAL-FILE ASSIGN TO "TRANRFI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANRFI-STATUS.

           SELECT NEW-REFERRAL-FILE ASSIGN TO "TRANRFO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       01  NEW-OPERATOR-RECORD.
           COPY OPERMSTR.

       FD  OLD-TRANS-MASTER.
       01  OLD-TRANS-RECORD.
           05  OTM-TRAN-KEY        PIC 9(6).
           05  OTM-BRANCH          PIC X(4).
           05  OTM-CURRENCY        PIC X(3).
           05  OTM-NUM1            PIC 9(3)V99.
           05  OTM-NUM2            PIC 9(3)V99.
           05  OTM-DATE            PIC 9(8).
           05  OTM-TYPE            PIC X.

       FD  NEW-TRANS-MASTER.
       01  NEW-TRANS-RECORD.
           COPY TRANPAIR.

       FD  OLD-BRANCH-MASTER.
       01  OLD-BRANCH-RECORD.
           05  OBM-BRANCH-CODE     PIC X(4).
           05  OBM-BRANCH-NAME     PIC X(20).
           05  OBM-REGION          PIC X(10).
           05  OBM-STATUS          PIC X.

       FD  NEW-BRANCH-MASTER.
       01  NEW-BRANCH-RECORD.
           COPY BRNCHMST.

       FD  OLD-MAINT-AUDIT.
       01  OLD-MAINT-AUDIT-RECORD.
           05  OMA-DATE            PIC 9(8).
           05  OMA-TIME            PIC 9(6).
           05  OMA-OPERATOR-ID     PIC X(8).
           05  OMA-ACTION          PIC X(8).
           05  OMA-BEFORE-IMAGE    PIC X(40).
           05  OMA-AFTER-IMAGE     PIC X(40).

       FD  NEW-MAINT-AUDIT.
       01  NEW-MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  OLD-PENDING-CHANGES.
       01  OLD-PENDING-RECORD.
           05  OMP-ACTION          PIC X(8).
           05  OMP-TRAN-KEY        PIC 9(6).
           05  OMP-BEFORE-IMAGE.
               10  OMP-BEFORE-TRAN PIC X(32).
               10  FILLER          PIC X(8).
           05  OMP-AFTER-IMAGE.
               10  OMP-AFTER-TRAN  PIC X(32).
               10  FILLER          PIC X(8).
           05  OMP-KEYED-BY        PIC X(8).
           05  OMP-DATE            PIC 9(8).
           05  OMP-TIME            PIC 9(6).
           05  OMP-STATUS          PIC X(8).
           05  OMP-DECIDED-BY      PIC X(8).

       FD  NEW-PENDING-CHANGES.
       01  NEW-PENDING-RECORD.
           05  NMP-ACTION          PIC X(8).
           05  NMP-TRAN-KEY        PIC 9(6).
           05  NMP-BEFORE-IMAGE    PIC X(60).
           05  NMP-AFTER-IMAGE     PIC X(60).
           05  NMP-KEYED-BY        PIC X(8).
           05  NMP-DATE            PIC 9(8).
           05  NMP-TIME            PIC 9(6).
           05  NMP-STATUS          PIC X(8).
           05  NMP-DECIDED-BY      PIC X(8).

       FD  OLD-HELD-BATCHES.
       01  OLD-HELD-BATCH-RECORD.
           05  OBH-BATCH-NUMBER    PIC 9(6).
           05  OBH-ROW-TYPE        PIC X.
           05  OBH-DATA.
               10  OBH-TRAN-DATA   PIC X(32).
               10  FILLER          PIC X(8).

       FD  NEW-HELD-BATCHES.
       01  NEW-HELD-BATCH-RECORD.
           05  NBH-BATCH-NUMBER    PIC 9(6).
           05  NBH-ROW-TYPE        PIC X.
           05  NBH-DATA            PIC X(58).

       FD  OLD-ENTITY-MONTOT.
       01  OLD-ENTITY-MONTOT-RECORD PIC X(23).

       FD  NEW-ENTITY-MONTOT.
       01  NEW-ENTITY-MONTOT-RECORD.
           05  NEM-MONTHLY-DATA    PIC X(23).
           05  NEM-ENTITY          PIC X(4).

       FD  OLD-GL-FEED.
       01  OLD-GL-FEED-RECORD      PIC X(55).

       FD  NEW-GL-FEED.
       01  NEW-GL-FEED-RECORD.
           05  NGL-FEED-DATA       PIC X(55).
           05  NGL-ENTITY          PIC X(4).

       FD  OLD-GL-ACCOUNT-MAP.
       01  OLD-GL-ACCOUNT-MAP-RECORD PIC X(27).

       FD  NEW-GL-ACCOUNT-MAP.
       01  NEW-GL-ACCOUNT-MAP-RECORD.
           05  NAM-MAP-DATA        PIC X(27).
           05  NAM-ACCOUNT-CLASS   PIC X.
           05  NAM-CONTRA-CLASS    PIC X.

       FD  OLD-REFERRAL-FILE.
       01  OLD-REFERRAL-RECORD.
           05  ORF-REFERRAL-DATA   PIC X(48).

       FD  NEW-REFERRAL-FILE.
       01  NEW-REFERRAL-RECORD.
           05  NRF-REFERRAL-DATA   PIC X(48).
           05  NRF-CPTY-BRANCH     PIC X(4).
           05  NRF-ORIG-KEY        PIC 9(6).
           05  NRF-REASON          PIC X(3).
           05  NRF-MATCH-KEY       PIC 9(6).
           05  NRF-ACCOUNT         PIC X(8).
           05  NRF-CPTY-ACCOUNT    PIC X(8).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       01  WS-JOBAUDI-STATUS       PIC X(2)    VALUE "00".
       01  WS-OPERI-STATUS         PIC X(2)    VALUE "00".
       01  WS-OPERO-STATUS         PIC X(2)    VALUE "00".
       01  WS-TRANI-STATUS         PIC X(2)    VALUE "00".
       01  WS-TRANO-STATUS         PIC X(2)    VALUE "00".
       01  WS-BRNCHI-STATUS        PIC X(2)    VALUE "00".
       01  WS-BRNCHO-STATUS        PIC X(2)    VALUE "00".
       01  WS-MNTAUDI-STATUS       PIC X(2)    VALUE "00".
       01  WS-MNTPNDI-STATUS       PIC X(2)    VALUE "00".
       01  WS-BATCHHI-STATUS       PIC X(2)    VALUE "00".
       01  WS-MONTENTI-STATUS      PIC X(2)    VALUE "00".
       01  WS-GLFEEDI-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLACCMI-STATUS       PIC X(2)    VALUE "00".
       01  WS-TRANRFI-STATUS       PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-ERRARCH-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-JOBAUD-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-OPER-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-TRAN-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-BRNCH-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-MNTAUD-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-MNTPND-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-BATCHH-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-MONTENT-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-GLFEED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-GLACCM-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-TRANRF-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-PASSWORD-HASH        PIC X(8).

       01  WS-TRAN-IMAGE.
           05  WS-TI-TRAN-DATA     PIC X(32).
           05  WS-TI-CPTY-BRANCH   PIC X(4).
           05  WS-TI-ORIG-KEY      PIC 9(6).
           05  WS-TI-ACCOUNT       PIC X(8).
           05  WS-TI-CPTY-ACCOUNT  PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "ConvertMasters".
       01  WS-TRAILER-WORK.
           COPY FILETRLR.
           PERFORM CONVERT-ERROR-ARCHIVE.
           PERFORM CONVERT-JOB-AUDIT.
           PERFORM CONVERT-OPERATOR-MASTER.
           PERFORM CONVERT-TRANS-MASTER.
           PERFORM CONVERT-BRANCH-MASTER.
           PERFORM CONVERT-MAINT-AUDIT.
           PERFORM CONVERT-PENDING-CHANGES.
           PERFORM CONVERT-HELD-BATCHES.
           PERFORM CONVERT-ENTITY-MONTOT.
           PERFORM CONVERT-GL-FEED.
           PERFORM CONVERT-GL-ACCOUNT-MAP.
           PERFORM CONVERT-REFERRALS.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "MONTOT ROWS CONVERTED:  " WS-MONTOT-COUNT.
           DISPLAY "BALFILE ROWS CONVERTED: " WS-BAL-COUNT.
           DISPLAY "ERRARCH ROWS CONVERTED: " WS-ERRARCH-COUNT.
           DISPLAY "JOBAUD ROWS CONVERTED:  " WS-JOBAUD-COUNT.
           DISPLAY "OPERMSTR ROWS CONVERTED:" WS-OPER-COUNT.
           DISPLAY "TRANFILE ROWS CONVERTED:" WS-TRAN-COUNT.
           DISPLAY "BRNCHMST ROWS CONVERTED:" WS-BRNCH-COUNT.
           DISPLAY "MNTAUDIT ROWS CONVERTED:" WS-MNTAUD-COUNT.
           DISPLAY "MNTPEND ROWS CONVERTED: " WS-MNTPND-COUNT.
           DISPLAY "BATCHHLD ROWS CONVERTED:" WS-BATCHH-COUNT.
           DISPLAY "MONTOT ENTITY CONVERTED:" WS-MONTENT-COUNT.
           DISPLAY "GLFEED ROWS CONVERTED:  " WS-GLFEED-COUNT.
           DISPLAY "GLACCMAP ROWS CONVERTED:" WS-GLACCM-COUNT.
           DISPLAY "TRANREFR ROWS CONVERTED:" WS-TRANRF-COUNT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CONVERT-MONTHLY-TOTALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-MONTHLY-TOTALS.
           IF WS-MONTOTI-STATUS = "00"
               OPEN OUTPUT NEW-MONTHLY-TOTALS
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-MONTHLY-TOTALS
                       AT END
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               MOVE SPACES TO WS-TRAILER-WORK
               MOVE "TRLR" TO FT-TAG
               MOVE WS-MONTOT-COUNT TO FT-RECORD-COUNT
               MOVE WS-MT-HASH TO FT-HASH-TOTAL
               WRITE MONTHLY-TOTAL-RECORD FROM WS-TRAILER-WORK
               CLOSE OLD-MONTHLY-TOTALS
               CLOSE NEW-MONTHLY-TOTALS
           END-IF.

       CONVERT-BALANCE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-BALANCE-FILE.
           IF WS-BALI-STATUS = "00"
               OPEN OUTPUT NEW-BALANCE-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-BALANCE-FILE
                       AT END
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-BALANCE-FILE
               CLOSE NEW-BALANCE-FILE
           END-IF.

       CONVERT-ERROR-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ERROR-LOG.
           IF WS-ERRLOGI-STATUS = "00"
               OPEN OUTPUT NEW-ERROR-LOG
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-ERROR-LOG
                       AT END
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ERROR-LOG
               CLOSE NEW-ERROR-LOG
           END-IF.

       CONVERT-ERROR-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ERROR-ARCHIVE.
           IF WS-ERRARCHI-STATUS = "00"
               OPEN OUTPUT NEW-ERROR-ARCHIVE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-ERROR-ARCHIVE
                       AT END
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ERROR-ARCHIVE
               CLOSE NEW-ERROR-ARCHIVE
           END-IF.

       CONVERT-JOB-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-JOB-AUDIT.
           IF WS-JOBAUDI-STATUS = "00"
               OPEN OUTPUT NEW-JOB-AUDIT
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-JOB-AUDIT
                       AT END
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-JOB-AUDIT
               CLOSE NEW-JOB-AUDIT
           END-IF.

       CONVERT-OPERATOR-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-OPERATOR-MASTER.
           IF WS-OPERI-STATUS = "00"
               OPEN OUTPUT NEW-OPERATOR-MASTER
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-OPERATOR-MASTER NEXT RECORD
                       AT END
                           PERFORM BUILD-NEW-OPERATOR-ROW
                   END-READ
               END-PERFORM
               CLOSE OLD-OPERATOR-MASTER
               CLOSE NEW-OPERATOR-MASTER
           END-IF.

       BUILD-NEW-OPERATOR-ROW.
           MOVE SPACES TO NEW-OPERATOR-RECORD.
           ADD 1 TO WS-OPER-COUNT.
           ADD 1 TO WS-WRITE-COUNT.

       CONVERT-TRANS-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-TRANS-MASTER.
           IF WS-TRANI-STATUS = "00"
               OPEN OUTPUT NEW-TRANS-MASTER
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-TRANS-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO NEW-TRANS-RECORD
                           MOVE OTM-TRAN-KEY TO TRAN-KEY
                           MOVE OTM-BRANCH TO TRAN-BRANCH
                           MOVE OTM-CURRENCY TO TRAN-CURRENCY
                           MOVE OTM-NUM1 TO TRAN-NUM1
                           MOVE OTM-NUM2 TO TRAN-NUM2
                           MOVE OTM-DATE TO TRAN-DATE
                           MOVE OTM-TYPE TO TRAN-TYPE
                           MOVE ZERO TO TRAN-ORIG-KEY
                           WRITE NEW-TRANS-RECORD
                           ADD 1 TO WS-TRAN-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-TRANS-MASTER
               CLOSE NEW-TRANS-MASTER
           END-IF.

       CONVERT-BRANCH-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-BRANCH-MASTER.
           IF WS-BRNCHI-STATUS = "00"
               OPEN OUTPUT NEW-BRANCH-MASTER
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-BRANCH-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO NEW-BRANCH-RECORD
                           MOVE OBM-BRANCH-CODE TO BM-BRANCH-CODE
                           MOVE OBM-BRANCH-NAME TO BM-BRANCH-NAME
                           MOVE OBM-REGION TO BM-REGION
                           MOVE OBM-STATUS TO BM-STATUS
                           WRITE NEW-BRANCH-RECORD
                           ADD 1 TO WS-BRNCH-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-BRANCH-MASTER
               CLOSE NEW-BRANCH-MASTER
           END-IF.

       CONVERT-MAINT-AUDIT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-MAINT-AUDIT.
           IF WS-MNTAUDI-STATUS = "00"
               OPEN OUTPUT NEW-MAINT-AUDIT
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-MAINT-AUDIT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO NEW-MAINT-AUDIT-RECORD
                           MOVE OMA-DATE TO MA-DATE
                           MOVE OMA-TIME TO MA-TIME
                           MOVE OMA-OPERATOR-ID TO MA-OPERATOR-ID
                           MOVE OMA-ACTION TO MA-ACTION
                           MOVE OMA-BEFORE-IMAGE TO MA-BEFORE-IMAGE
                           MOVE OMA-AFTER-IMAGE TO MA-AFTER-IMAGE
                           WRITE NEW-MAINT-AUDIT-RECORD
                           ADD 1 TO WS-MNTAUD-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-MAINT-AUDIT
               CLOSE NEW-MAINT-AUDIT
           END-IF.

       CONVERT-PENDING-CHANGES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-PENDING-CHANGES.
           IF WS-MNTPNDI-STATUS = "00"
               OPEN OUTPUT NEW-PENDING-CHANGES
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-PENDING-CHANGES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM BUILD-NEW-PENDING-ROW
                   END-READ
               END-PERFORM
               CLOSE OLD-PENDING-CHANGES
               CLOSE NEW-PENDING-CHANGES
           END-IF.

       BUILD-NEW-PENDING-ROW.
           MOVE SPACES TO NEW-PENDING-RECORD.
           MOVE OMP-ACTION TO NMP-ACTION.
           MOVE OMP-TRAN-KEY TO NMP-TRAN-KEY.
           MOVE OMP-BEFORE-IMAGE TO NMP-BEFORE-IMAGE.
           MOVE OMP-AFTER-IMAGE TO NMP-AFTER-IMAGE.
           IF OMP-ACTION = "CORRECT" OR OMP-ACTION = "DELETE"
               IF OMP-BEFORE-IMAGE NOT = SPACES
                   MOVE OMP-BEFORE-TRAN TO WS-TI-TRAN-DATA
                   PERFORM EXTEND-TRAN-IMAGE
                   MOVE WS-TRAN-IMAGE TO NMP-BEFORE-IMAGE
               END-IF
               IF OMP-AFTER-IMAGE NOT = SPACES
                   MOVE OMP-AFTER-TRAN TO WS-TI-TRAN-DATA
                   PERFORM EXTEND-TRAN-IMAGE
                   MOVE WS-TRAN-IMAGE TO NMP-AFTER-IMAGE
               END-IF
           END-IF.
           MOVE OMP-KEYED-BY TO NMP-KEYED-BY.
           MOVE OMP-DATE TO NMP-DATE.
           MOVE OMP-TIME TO NMP-TIME.
           MOVE OMP-STATUS TO NMP-STATUS.
           MOVE OMP-DECIDED-BY TO NMP-DECIDED-BY.
           WRITE NEW-PENDING-RECORD.
           ADD 1 TO WS-MNTPND-COUNT.
           ADD 1 TO WS-WRITE-COUNT.

       EXTEND-TRAN-IMAGE.
           MOVE SPACES TO WS-TI-CPTY-BRANCH.
           MOVE ZERO TO WS-TI-ORIG-KEY.
           MOVE SPACES TO WS-TI-ACCOUNT.
           MOVE SPACES TO WS-TI-CPTY-ACCOUNT.

       CONVERT-HELD-BATCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-HELD-BATCHES.
           IF WS-BATCHHI-STATUS = "00"
               OPEN OUTPUT NEW-HELD-BATCHES
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-HELD-BATCHES
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO NEW-HELD-BATCH-RECORD
                           MOVE OBH-BATCH-NUMBER TO NBH-BATCH-NUMBER
                           MOVE OBH-ROW-TYPE TO NBH-ROW-TYPE
                           IF OBH-ROW-TYPE = "D"
                               MOVE OBH-TRAN-DATA TO WS-TI-TRAN-DATA
                               PERFORM EXTEND-TRAN-IMAGE
                               MOVE WS-TRAN-IMAGE TO NBH-DATA
                           ELSE
                               MOVE OBH-DATA TO NBH-DATA
                           END-IF
                           WRITE NEW-HELD-BATCH-RECORD
                           ADD 1 TO WS-BATCHH-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-HELD-BATCHES
               CLOSE NEW-HELD-BATCHES
           END-IF.

       CONVERT-ENTITY-MONTOT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ENTITY-MONTOT.
           IF WS-MONTENTI-STATUS = "00"
               OPEN OUTPUT NEW-ENTITY-MONTOT
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-ENTITY-MONTOT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE OLD-ENTITY-MONTOT-RECORD
                               TO NEM-MONTHLY-DATA
                           MOVE SPACES TO NEM-ENTITY
                           WRITE NEW-ENTITY-MONTOT-RECORD
                           ADD 1 TO WS-MONTENT-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ENTITY-MONTOT
               CLOSE NEW-ENTITY-MONTOT
           END-IF.

       CONVERT-GL-FEED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-GL-FEED.
           IF WS-GLFEEDI-STATUS = "00"
               OPEN OUTPUT NEW-GL-FEED
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-GL-FEED
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE OLD-GL-FEED-RECORD TO NGL-FEED-DATA
                           MOVE SPACES TO NGL-ENTITY
                           WRITE NEW-GL-FEED-RECORD
                           ADD 1 TO WS-GLFEED-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-GL-FEED
               CLOSE NEW-GL-FEED
           END-IF.

       CONVERT-GL-ACCOUNT-MAP.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-GL-ACCOUNT-MAP.
           IF WS-GLACCMI-STATUS = "00"
               OPEN OUTPUT NEW-GL-ACCOUNT-MAP
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-GL-ACCOUNT-MAP
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE OLD-GL-ACCOUNT-MAP-RECORD
                               TO NAM-MAP-DATA
                           MOVE SPACE TO NAM-ACCOUNT-CLASS
                           MOVE SPACE TO NAM-CONTRA-CLASS
                           WRITE NEW-GL-ACCOUNT-MAP-RECORD
                           ADD 1 TO WS-GLACCM-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-GL-ACCOUNT-MAP
               CLOSE NEW-GL-ACCOUNT-MAP
           END-IF.

       CONVERT-REFERRALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-REFERRAL-FILE.
           IF WS-TRANRFI-STATUS = "00"
               OPEN OUTPUT NEW-REFERRAL-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ OLD-REFERRAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SPACES TO NEW-REFERRAL-RECORD
                           MOVE ORF-REFERRAL-DATA
                               TO NRF-REFERRAL-DATA
                           MOVE ZERO TO NRF-ORIG-KEY
                           MOVE ZERO TO NRF-MATCH-KEY
                           WRITE NEW-REFERRAL-RECORD
                           ADD 1 TO WS-TRANRF-COUNT
                           ADD 1 TO WS-WRITE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-REFERRAL-FILE
               CLOSE NEW-REFERRAL-FILE
           END-IF.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID
               OF JOB-AUDIT-RECORD.
           MOVE ZERO TO JA-REJECT-COUNT OF JOB-AUDIT-RECORD.
           MOVE WS-WRITE-COUNT TO JA-WRITE-COUNT
               OF JOB-AUDIT-RECORD.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
