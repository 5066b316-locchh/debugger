           05  FILLER              PIC X       VALUE SPACE.
           05  D-ACTION            PIC X(8).
           05  FILLER              PIC X(9)    VALUE "  BEFORE:".
           05  D-BEFORE            PIC X(49).
           05  FILLER              PIC X(8)    VALUE "  AFTER:".
           05  D-AFTER             PIC X(49).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(24)   VALUE
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-HIT-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
