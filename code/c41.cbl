           05  TH-NUM2             PIC 9(3)V99.
           05  TH-DATE             PIC 9(8).
           05  TH-TYPE             PIC X.
           05  TH-CPTY-BRANCH      PIC X(4).
           05  TH-ORIG-KEY         PIC 9(6).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD     PIC X(42).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
               MOVE TRAN-DATE TO TH-DATE
           END-IF.
           MOVE TRAN-TYPE TO TH-TYPE.
           MOVE TRAN-CPTY-BRANCH TO TH-CPTY-BRANCH.
           MOVE TRAN-ORIG-KEY TO TH-ORIG-KEY.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-ARCHIVED-COUNT.

           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-PURGED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-ARCHIVED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
