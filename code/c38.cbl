       01  WS-CERT-SEEN            PIC X       VALUE "N".
       01  WS-CERT-MISMATCH        PIC 9(3)    VALUE ZERO.
       01  WS-GATE-VERDICT         PIC X(10)   VALUE SPACES.
       01  WS-AGING-SEEN           PIC X       VALUE "N".
       01  WS-AGED-ESCALATED       PIC 9(7)    VALUE ZERO.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-JOB-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY        OCCURS 80 TIMES
                                       INDEXED BY JOB-IDX.
               10  WS-JOB-PROGRAM  PIC X(30).
               10  WS-JOB-READ     PIC 9(7).
               10  WS-CUR-CODE     PIC X(3).
               10  WS-CUR-TOTAL    PIC S9(9)V99.

       01  WS-ENT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY        OCCURS 50 TIMES
                                       INDEXED BY ENT-IDX.
               10  WS-ENT-ENTITY   PIC X(4).
               10  WS-ENT-CURRENCY PIC X(3).
               10  WS-ENT-TOTAL    PIC S9(9)V99.

       01  WS-CERT-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY       OCCURS 10 TIMES
           05  FILLER              PIC X(8)    VALUE "  WRITE:".
           05  SL-WRITE            PIC ZZZZZZ9.

       01  WS-ENTITY-LINE.
           05  FILLER              PIC X(8)    VALUE "ENTITY: ".
           05  E-ENTITY            PIC X(4).
           05  FILLER              PIC X(12)   VALUE "  CURRENCY: ".
           05  E-CURRENCY          PIC X(3).
           05  FILLER              PIC X(13)   VALUE "  DAY TOTAL: ".
           05  E-TOTAL             PIC -ZZZZZZZZ9.99.

       01  WS-CURRENCY-LINE.
           05  FILLER              PIC X(22)   VALUE
               "GROUP TOTAL CURRENCY: ".
           05  C-CURRENCY          PIC X(3).
           05  FILLER              PIC X(13)   VALUE "  DAY TOTAL: ".
           05  C-TOTAL             PIC -ZZZZZZZZ9.99.
               "REJECTS/ALERTS IN CYCLE:  ".
           05  A-COUNT             PIC ZZZZZZ9.

       01  WS-AGING-LINE.
           05  FILLER              PIC X(26)   VALUE
               "OPEN ITEMS PAST ESCALATION".
           05  FILLER              PIC X(2)    VALUE ": ".
           05  AG-COUNT            PIC ZZZZZZ9.

       01  WS-NOCERT-LINE          PIC X(42)   VALUE
           "NO VERIFICATION CERTIFICATE FOR THIS DATE".

                           ADD 1 TO WS-READ-COUNT
                           IF JA-RUN-DATE NUMERIC
                                   AND JA-RUN-DATE = WS-RUN-DATE-NUM
                                   AND WS-JOB-COUNT < 80
                               ADD 1 TO WS-JOB-COUNT
                               SET JOB-IDX TO WS-JOB-COUNT
                               MOVE JA-PROGRAM-ID
                                   TO WS-JOB-WRITE(JOB-IDX)
                               ADD JA-REJECT-COUNT
                                   TO WS-ALERT-TOTAL
                               IF JA-PROGRAM-ID = "OpenItemAging"
                                   MOVE "Y" TO WS-AGING-SEEN
                                   MOVE JA-REJECT-COUNT
                                       TO WS-AGED-ESCALATED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           IF FT-TAG NOT = "TRLR"
                                   AND MT-DATE = WS-RUN-DATE-NUM
                               PERFORM STORE-CURRENCY-TOTAL
                               PERFORM STORE-ENTITY-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

       STORE-ENTITY-TOTAL.
           MOVE "N" TO WS-FOUND-SW.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               IF WS-ENT-ENTITY(ENT-IDX) = MT-ENTITY
                       AND WS-ENT-CURRENCY(ENT-IDX) = MT-CURRENCY-CODE
                   IF MT-REVERSAL-FLAG = "R"
                       SUBTRACT MT-RESULT FROM WS-ENT-TOTAL(ENT-IDX)
                   ELSE
                       ADD MT-RESULT TO WS-ENT-TOTAL(ENT-IDX)
                   END-IF
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET ENT-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-ENT-COUNT < 50
               ADD 1 TO WS-ENT-COUNT
               SET ENT-IDX TO WS-ENT-COUNT
               MOVE MT-ENTITY TO WS-ENT-ENTITY(ENT-IDX)
               MOVE MT-CURRENCY-CODE TO WS-ENT-CURRENCY(ENT-IDX)
               IF MT-REVERSAL-FLAG = "R"
                   COMPUTE WS-ENT-TOTAL(ENT-IDX) = 0 - MT-RESULT
               ELSE
                   MOVE MT-RESULT TO WS-ENT-TOTAL(ENT-IDX)
               END-IF
           END-IF.

       COLLECT-CERTIFICATES.
           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERT-STATUS = "00"
           WRITE RPT-LINE FROM WS-VERDICT-LINE.
           MOVE WS-ALERT-TOTAL TO A-COUNT.
           WRITE RPT-LINE FROM WS-ALERT-LINE.
           IF WS-AGING-SEEN = "Y"
               MOVE WS-AGED-ESCALATED TO AG-COUNT
               WRITE RPT-LINE FROM WS-AGING-LINE
           END-IF.
           IF WS-GATE-VERDICT = SPACES
               WRITE RPT-LINE FROM WS-NOGATE-LINE
           ELSE
               WRITE RPT-LINE FROM WS-CERT-LINE
               SET CERT-IDX UP BY 1
           END-PERFORM.
           SET ENT-IDX TO 1.
           PERFORM UNTIL ENT-IDX > WS-ENT-COUNT
               MOVE WS-ENT-ENTITY(ENT-IDX) TO E-ENTITY
               MOVE WS-ENT-CURRENCY(ENT-IDX) TO E-CURRENCY
               MOVE WS-ENT-TOTAL(ENT-IDX) TO E-TOTAL
               WRITE RPT-LINE FROM WS-ENTITY-LINE
               SET ENT-IDX UP BY 1
           END-PERFORM.
           SET CUR-IDX TO 1.
           PERFORM UNTIL CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-CODE(CUR-IDX) TO C-CURRENCY
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-PROBLEM-COUNT TO JA-REJECT-COUNT.
           MOVE WS-JOB-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
