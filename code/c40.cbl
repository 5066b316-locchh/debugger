       DATA DIVISION.
       FILE SECTION.
       FD  PART-MONTOT-1.
       01  PART-MONTOT-1-RECORD    PIC X(27).
       FD  PART-MONTOT-2.
       01  PART-MONTOT-2-RECORD    PIC X(27).
       FD  PART-MONTOT-3.
       01  PART-MONTOT-3-RECORD    PIC X(27).
       FD  PART-MONTOT-4.
       01  PART-MONTOT-4-RECORD    PIC X(27).

       FD  PART-BRTOT-1.
       01  PART-BRTOT-1-RECORD     PIC X(27).
       01  PART-BRTOT-4-RECORD     PIC X(27).

       FD  PART-GLFEED-1.
       01  PART-GLFEED-1-RECORD    PIC X(64).
       FD  PART-GLFEED-2.
       01  PART-GLFEED-2-RECORD    PIC X(64).
       FD  PART-GLFEED-3.
       01  PART-GLFEED-3-RECORD    PIC X(64).
       FD  PART-GLFEED-4.
       01  PART-GLFEED-4-RECORD    PIC X(64).

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
       01  WS-WRITE-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-STREAM               PIC 9(1)    VALUE ZERO.
       01  WS-WORK-RECORD          PIC X(64)   VALUE SPACES.
       01  WS-GL-SOURCE-SYSTEM     PIC X(10)   VALUE "DAILYBATCH".
       01  WS-BLOCK-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-BLOCK-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-BLOCK-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-BLOCK-ENTITY         PIC X(4)    VALUE SPACES.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.
           05  WMT-RESULT          PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  WMT-REVERSAL-FLAG   PIC X.
           05  WMT-ENTITY          PIC X(4).

       01  WS-BT-WORK.
           05  WBT-DATE            PIC 9(8).
           05  WGL-RECORD-COUNT    PIC 9(7).
           05  WGL-HASH-TOTAL      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  WGL-ENTITY          PIC X(4).

       01  WS-MRG-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-MRG-TABLE.
               10  WS-MRG-CURRENCY PIC X(3).
               10  WS-MRG-FLAG     PIC X.
               10  WS-MRG-AMOUNT   PIC S9(8)V99.
               10  WS-MRG-ENTITY   PIC X(4).

       01  WS-GLR-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-GLR-TABLE.
               10  WS-GLR-ACCOUNT  PIC X(10).
               10  WS-GLR-CURRENCY PIC X(3).
               10  WS-GLR-AMOUNT   PIC S9(9)V99.
               10  WS-GLR-ENTITY   PIC X(4).

       01  WS-DATE-COUNT           PIC 9(2)    VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY       OCCURS 99 TIMES
                                       INDEXED BY DATE-IDX.
               10  WS-DATE-VALUE   PIC 9(8).
               10  WS-DATE-ENTITY  PIC X(4).

       01  WS-MT-OUT-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-MT-OUT-HASH          PIC S9(9)V99 VALUE ZERO.
                       AND WS-MRG-CURRENCY(MRG-IDX) =
                           WMT-CURRENCY-CODE
                       AND WS-MRG-FLAG(MRG-IDX) = WMT-REVERSAL-FLAG
                       AND WS-MRG-ENTITY(MRG-IDX) = WMT-ENTITY
                   ADD WMT-RESULT TO WS-MRG-AMOUNT(MRG-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
                       TO WS-MRG-CURRENCY(MRG-IDX)
                   MOVE WMT-REVERSAL-FLAG TO WS-MRG-FLAG(MRG-IDX)
                   MOVE WMT-RESULT TO WS-MRG-AMOUNT(MRG-IDX)
                   MOVE WMT-ENTITY TO WS-MRG-ENTITY(MRG-IDX)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
                   MOVE WGL-CURRENCY-CODE
                       TO WS-GLR-CURRENCY(GLR-IDX)
                   MOVE WGL-AMOUNT TO WS-GLR-AMOUNT(GLR-IDX)
                   MOVE WGL-ENTITY TO WS-GLR-ENTITY(GLR-IDX)
                   PERFORM NOTE-FEED-DATE
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
           MOVE "N" TO WS-FOUND-SW.
           SET DATE-IDX TO 1.
           PERFORM UNTIL DATE-IDX > WS-DATE-COUNT
               IF WS-DATE-VALUE(DATE-IDX) = WGL-DATE
                       AND WS-DATE-ENTITY(DATE-IDX) = WGL-ENTITY
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET DATE-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "N" AND WS-DATE-COUNT < 99
               ADD 1 TO WS-DATE-COUNT
               SET DATE-IDX TO WS-DATE-COUNT
               MOVE WGL-DATE TO WS-DATE-VALUE(DATE-IDX)
               MOVE WGL-ENTITY TO WS-DATE-ENTITY(DATE-IDX)
           END-IF.

       WRITE-MERGED-MONTOT.
               MOVE WS-MRG-CURRENCY(MRG-IDX) TO MT-CURRENCY-CODE
               MOVE WS-MRG-AMOUNT(MRG-IDX) TO MT-RESULT
               MOVE WS-MRG-FLAG(MRG-IDX) TO MT-REVERSAL-FLAG
               MOVE WS-MRG-ENTITY(MRG-IDX) TO MT-ENTITY
               WRITE MONTHLY-TOTAL-RECORD
               ADD 1 TO WS-WRITE-COUNT
               ADD 1 TO WS-MT-OUT-COUNT
           END-IF.
           SET DATE-IDX TO 1.
           PERFORM UNTIL DATE-IDX > WS-DATE-COUNT
               MOVE WS-DATE-VALUE(DATE-IDX) TO WS-BLOCK-DATE
               MOVE WS-DATE-ENTITY(DATE-IDX) TO WS-BLOCK-ENTITY
               PERFORM WRITE-ONE-FEED-BLOCK
               SET DATE-IDX UP BY 1
           END-PERFORM.
           MOVE ZERO TO WS-BLOCK-COUNT.
           MOVE ZERO TO WS-BLOCK-HASH.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE WS-BLOCK-ENTITY TO GL-ENTITY.
           MOVE "H" TO GL-RECORD-TYPE.
           MOVE WS-BLOCK-DATE TO GL-DATE.
           MOVE WS-GL-SOURCE-SYSTEM TO GL-ACCOUNT-CODE.
           SET GLR-IDX TO 1.
           PERFORM UNTIL GLR-IDX > WS-GLR-COUNT
               IF WS-GLR-DATE(GLR-IDX) = WS-BLOCK-DATE
                       AND WS-GLR-ENTITY(GLR-IDX) = WS-BLOCK-ENTITY
                   MOVE WS-GLR-TYPE(GLR-IDX) TO GL-RECORD-TYPE
                   MOVE WS-GLR-DATE(GLR-IDX) TO GL-DATE
                   MOVE WS-GLR-ACCOUNT(GLR-IDX) TO GL-ACCOUNT-CODE
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-ERROR-COUNT TO JA-REJECT-COUNT.
           MOVE WS-WRITE-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
