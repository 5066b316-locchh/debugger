
       01  WS-MT-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-MT-TABLE.
           05  WS-MT-ENTRY         OCCURS 100 TIMES
                                       INDEXED BY MT-IDX.
               10  WS-MT-CURRENCY  PIC X(3).
               10  WS-MT-AMOUNT    PIC S9(8)V99.
               10  WS-MT-ENTITY    PIC X(4).

       01  WS-GL-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-GL-TABLE.
               10  WS-GL-ACCOUNT   PIC X(10).
               10  WS-GL-CURRENCY  PIC X(3).
               10  WS-GL-AMOUNT    PIC S9(9)V99.
               10  WS-GL-ENTITY    PIC X(4).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "BackoutProgram".
       01  WS-ERR-PARAGRAPH        PIC X(30).
           05  M-CURRENCY          PIC X(3).
           05  FILLER              PIC X(10)   VALUE "  AMOUNT: ".
           05  M-AMOUNT            PIC -ZZZZZZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  ENTITY: ".
           05  M-ENTITY            PIC X(4).

       01  WS-GL-LINE.
           05  FILLER              PIC X(18)   VALUE
           05  G-CURRENCY          PIC X(3).
           05  FILLER              PIC X(10)   VALUE "  AMOUNT: ".
           05  G-AMOUNT            PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(10)   VALUE "  ENTITY: ".
           05  G-ENTITY            PIC X(4).

       01  WS-REFUSE-LINE.
           05  FILLER              PIC X(40)   VALUE
                               IF MT-REVERSAL-FLAG = "R"
                                   MOVE "Y" TO WS-ALREADY-REVERSED
                               ELSE
                                   IF WS-MT-COUNT < 100
                                       ADD 1 TO WS-MT-COUNT
                                       SET MT-IDX TO WS-MT-COUNT
                                       MOVE MT-CURRENCY-CODE TO
                                           WS-MT-CURRENCY(MT-IDX)
                                       MOVE MT-RESULT TO
                                           WS-MT-AMOUNT(MT-IDX)
                                       MOVE MT-ENTITY TO
                                           WS-MT-ENTITY(MT-IDX)
                                   ELSE
                                       ADD 1 TO WS-CAPACITY-EXCEEDED
                                   END-IF
                                           WS-GL-CURRENCY(GL-IDX)
                                       MOVE GL-AMOUNT TO
                                           WS-GL-AMOUNT(GL-IDX)
                                       MOVE GL-ENTITY TO
                                           WS-GL-ENTITY(GL-IDX)
                                   ELSE
                                       ADD 1 TO WS-CAPACITY-EXCEEDED
                                   END-IF
           MOVE ZERO TO WS-MT-BLOCK-HASH.
           SET MT-IDX TO 1.
           PERFORM UNTIL MT-IDX > WS-MT-COUNT
               MOVE SPACES TO MONTHLY-TOTAL-RECORD
               MOVE WS-TARGET-DATE TO MT-DATE
               MOVE WS-MT-CURRENCY(MT-IDX) TO MT-CURRENCY-CODE
               MOVE WS-MT-AMOUNT(MT-IDX) TO MT-RESULT
               MOVE "R" TO MT-REVERSAL-FLAG
               MOVE WS-MT-ENTITY(MT-IDX) TO MT-ENTITY
               WRITE MONTHLY-TOTAL-RECORD
               ADD 1 TO WS-MT-BLOCK-COUNT
               ADD WS-MT-AMOUNT(MT-IDX) TO WS-MT-BLOCK-HASH
               ADD 1 TO WS-MT-REVERSED
               MOVE WS-MT-CURRENCY(MT-IDX) TO M-CURRENCY
               MOVE WS-MT-AMOUNT(MT-IDX) TO M-AMOUNT
               MOVE WS-MT-ENTITY(MT-IDX) TO M-ENTITY
               WRITE RPT-LINE FROM WS-MT-LINE
               SET MT-IDX UP BY 1
           END-PERFORM.
                   MOVE WS-GL-AMOUNT(GL-IDX) TO GL-AMOUNT
                   MOVE ZERO TO GL-RECORD-COUNT
                   MOVE ZERO TO GL-HASH-TOTAL
                   MOVE WS-GL-ENTITY(GL-IDX) TO GL-ENTITY
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-GL-REVERSED
                   ADD WS-GL-AMOUNT(GL-IDX) TO WS-GL-HASH-TOTAL
                   MOVE WS-GL-ACCOUNT(GL-IDX) TO G-ACCOUNT
                   MOVE WS-GL-CURRENCY(GL-IDX) TO G-CURRENCY
                   MOVE WS-GL-AMOUNT(GL-IDX) TO G-AMOUNT
                   MOVE WS-GL-ENTITY(GL-IDX) TO G-ENTITY
                   WRITE RPT-LINE FROM WS-GL-LINE
                   SET GL-IDX UP BY 1
               END-PERFORM
               MOVE "T" TO GL-RECORD-TYPE
               MOVE WS-TARGET-DATE TO GL-DATE
               MOVE "BACKOUT" TO GL-ACCOUNT-CODE
               MOVE SPACES TO GL-ENTITY
               MOVE SPACES TO GL-CURRENCY-CODE
               MOVE ZERO TO GL-AMOUNT
               MOVE WS-GL-REVERSED TO GL-RECORD-COUNT
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-MT-REVERSED + WS-GL-REVERSED.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
