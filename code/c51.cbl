       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterBranchRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-LEG-FILE ASSIGN TO "IBTLEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IBTLEG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RECON-REPORT ASSIGN TO "IBRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-LEG-FILE.
       01  TRANSFER-LEG-RECORD.
           COPY IBTLEG.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  RECON-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-IBTLEG-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-REPEAT-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-MATCHED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-UNMATCHED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-OUT-OF-BALANCE       PIC 9(5)    VALUE ZERO.
       01  WS-ELIM-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-LEG-OVERFLOW         PIC X       VALUE "N".
       01  WS-PAIR-OVERFLOW        PIC X       VALUE "N".
       01  WS-LOW-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-HIGH-BRANCH          PIC X(4)    VALUE SPACES.
       01  WS-LEG-NET              PIC S9(9)V99 VALUE ZERO.

       01  WS-LEG-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-LEG-TABLE.
           05  WS-LEG-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY LEG-IDX MATE-IDX.
               10  WS-LEG-KEY          PIC 9(6).
               10  WS-LEG-DIRECTION    PIC X.
               10  WS-LEG-DATE         PIC 9(8).
               10  WS-LEG-BRANCH       PIC X(4).
               10  WS-LEG-CPTY         PIC X(4).
               10  WS-LEG-CURRENCY     PIC X(3).
               10  WS-LEG-AMOUNT       PIC S9(8)V99.
               10  WS-LEG-MATCHED      PIC X.
               10  WS-LEG-ELIM         PIC X.

       01  WS-PAIR-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES
                                   INDEXED BY PAIR-IDX.
               10  WS-PAIR-LOW         PIC X(4).
               10  WS-PAIR-HIGH        PIC X(4).
               10  WS-PAIR-CURRENCY    PIC X(3).
               10  WS-PAIR-NET         PIC S9(9)V99.
               10  WS-PAIR-LEGS        PIC 9(5).
               10  WS-PAIR-ELIM        PIC X.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "InterBranchRecon".
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
           05  FILLER              PIC X(34)   VALUE
               "INTER-BRANCH RECONCILIATION FOR: ".
           05  H-DATE              PIC 9(8).

       01  WS-PAIR-HEADER          PIC X(40)   VALUE
           "BRANCH PAIR DUE-TO / DUE-FROM NETS".

       01  WS-PAIR-LINE.
           05  FILLER              PIC X(6)    VALUE "PAIR: ".
           05  P-LOW               PIC X(4).
           05  FILLER              PIC X(3)    VALUE " / ".
           05  P-HIGH              PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  P-CURRENCY          PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  LEGS: ".
           05  P-LEGS              PIC ZZZZ9.
           05  FILLER              PIC X(7)    VALUE "  NET: ".
           05  P-NET               PIC -ZZZZZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  P-VERDICT           PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  P-ELIM              PIC X(9).

       01  WS-UNMATCHED-HEADER     PIC X(40)   VALUE
           "UNMATCHED TRANSFER LEGS".

       01  WS-UNMATCHED-LINE.
           05  FILLER              PIC X(5)    VALUE "KEY: ".
           05  U-KEY               PIC 9(6).
           05  FILLER              PIC X(7)    VALUE "  LEG: ".
           05  U-DIRECTION         PIC X(3).
           05  FILLER              PIC X(6)    VALUE "  BR: ".
           05  U-BRANCH            PIC X(4).
           05  FILLER              PIC X(8)    VALUE "  CPTY: ".
           05  U-CPTY              PIC X(4).
           05  FILLER              PIC X(7)    VALUE "  CUR: ".
           05  U-CURRENCY          PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  DATE: ".
           05  U-DATE              PIC 9(8).
           05  FILLER              PIC X(7)    VALUE "  AMT: ".
           05  U-AMOUNT            PIC -ZZZZZZZ9.99.

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "NONE - EVERY LEG HAS ITS COUNTERPART".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(6)    VALUE "LEGS: ".
           05  S-LEGS              PIC ZZZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  MATCHED: ".
           05  S-MATCHED           PIC ZZZZZZ9.
           05  FILLER              PIC X(13)   VALUE "  UNMATCHED: ".
           05  S-UNMATCHED         PIC ZZZZZZ9.
           05  FILLER              PIC X(19)   VALUE
               "  PAIRS OUT OF BAL:".
           05  S-OUT-OF-BALANCE    PIC ZZZZ9.

       01  WS-ELIM-LINE.
           05  FILLER              PIC X(34)   VALUE
               "INTER-ENTITY LEGS FOR ELIMINATION:".
           05  E-ELIM-LEGS         PIC ZZZZZZ9.

       01  WS-REPEAT-LINE.
           05  FILLER              PIC X(32)   VALUE
               "REPOSTED LEGS IGNORED (RESTART):".
           05  R-REPEATS           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-TRANSFER-LEGS.
           PERFORM MATCH-TRANSFER-LEGS.
           PERFORM NET-BRANCH-PAIRS.
           OPEN OUTPUT RECON-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM WRITE-PAIR-LINES.
           PERFORM WRITE-UNMATCHED-LINES.
           MOVE WS-LEG-COUNT TO S-LEGS.
           MOVE WS-MATCHED-COUNT TO S-MATCHED.
           MOVE WS-UNMATCHED-COUNT TO S-UNMATCHED.
           MOVE WS-OUT-OF-BALANCE TO S-OUT-OF-BALANCE.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE WS-ELIM-COUNT TO E-ELIM-LEGS.
           WRITE RPT-LINE FROM WS-ELIM-LINE.
           IF WS-REPEAT-COUNT > 0
               MOVE WS-REPEAT-COUNT TO R-REPEATS
               WRITE RPT-LINE FROM WS-REPEAT-LINE
           END-IF.
           CLOSE RECON-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-LEG-OVERFLOW = "Y" OR WS-PAIR-OVERFLOW = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMATCHED-COUNT > 0 OR WS-OUT-OF-BALANCE > 0
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

       LOAD-TRANSFER-LEGS.
           OPEN INPUT TRANSFER-LEG-FILE.
           IF WS-IBTLEG-STATUS = "00"
               PERFORM UNTIL WS-IBTLEG-STATUS NOT = "00"
                   READ TRANSFER-LEG-FILE
                       AT END
                           MOVE "10" TO WS-IBTLEG-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF IL-RUN-DATE = WS-RUN-DATE-NUM
                               PERFORM STORE-TRANSFER-LEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-LEG-FILE
           ELSE
               MOVE "LOAD-TRANSFER-LEGS" TO WS-ERR-PARAGRAPH
               MOVE "transfer leg file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "00" TO WS-IBTLEG-STATUS.

       STORE-TRANSFER-LEG.
           MOVE "N" TO WS-FOUND-SW.
           SET LEG-IDX TO 1.
           PERFORM UNTIL LEG-IDX > WS-LEG-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-LEG-KEY(LEG-IDX) = IL-TRAN-KEY
                       AND WS-LEG-DIRECTION(LEG-IDX) = IL-DIRECTION
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
               SET LEG-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND-SW = "Y"
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               IF WS-LEG-COUNT < 2000
                   ADD 1 TO WS-LEG-COUNT
                   SET LEG-IDX TO WS-LEG-COUNT
                   MOVE IL-TRAN-KEY TO WS-LEG-KEY(LEG-IDX)
                   MOVE IL-DIRECTION TO WS-LEG-DIRECTION(LEG-IDX)
                   MOVE IL-DATE TO WS-LEG-DATE(LEG-IDX)
                   MOVE IL-BRANCH TO WS-LEG-BRANCH(LEG-IDX)
                   MOVE IL-CPTY-BRANCH TO WS-LEG-CPTY(LEG-IDX)
                   MOVE IL-CURRENCY TO WS-LEG-CURRENCY(LEG-IDX)
                   MOVE IL-AMOUNT TO WS-LEG-AMOUNT(LEG-IDX)
                   MOVE "N" TO WS-LEG-MATCHED(LEG-IDX)
                   MOVE IL-ELIM-FLAG TO WS-LEG-ELIM(LEG-IDX)
                   IF IL-ELIM-FLAG = "E"
                       ADD 1 TO WS-ELIM-COUNT
                   END-IF
               ELSE
                   IF WS-LEG-OVERFLOW = "N"
                       MOVE "Y" TO WS-LEG-OVERFLOW
                       MOVE "STORE-TRANSFER-LEG" TO WS-ERR-PARAGRAPH
                       MOVE "transfer leg table full, legs dropped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       MATCH-TRANSFER-LEGS.
           SET LEG-IDX TO 1.
           PERFORM UNTIL LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-DIRECTION(LEG-IDX) = "O"
                   PERFORM FIND-INCOMING-LEG
               END-IF
               SET LEG-IDX UP BY 1
           END-PERFORM.
           SET LEG-IDX TO 1.
           PERFORM UNTIL LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-MATCHED(LEG-IDX) = "Y"
                   ADD 1 TO WS-MATCHED-COUNT
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
               SET LEG-IDX UP BY 1
           END-PERFORM.

       FIND-INCOMING-LEG.
           SET MATE-IDX TO 1.
           PERFORM UNTIL MATE-IDX > WS-LEG-COUNT
                   OR WS-LEG-MATCHED(LEG-IDX) = "Y"
               IF WS-LEG-KEY(MATE-IDX) = WS-LEG-KEY(LEG-IDX)
                       AND WS-LEG-DIRECTION(MATE-IDX) = "I"
                       AND WS-LEG-BRANCH(MATE-IDX) =
                           WS-LEG-CPTY(LEG-IDX)
                       AND WS-LEG-CPTY(MATE-IDX) =
                           WS-LEG-BRANCH(LEG-IDX)
                       AND WS-LEG-CURRENCY(MATE-IDX) =
                           WS-LEG-CURRENCY(LEG-IDX)
                   COMPUTE WS-LEG-NET = WS-LEG-AMOUNT(LEG-IDX)
                       + WS-LEG-AMOUNT(MATE-IDX)
                   IF WS-LEG-NET = ZERO
                       MOVE "Y" TO WS-LEG-MATCHED(LEG-IDX)
                       MOVE "Y" TO WS-LEG-MATCHED(MATE-IDX)
                   END-IF
               END-IF
               SET MATE-IDX UP BY 1
           END-PERFORM.

       NET-BRANCH-PAIRS.
           SET LEG-IDX TO 1.
           PERFORM UNTIL LEG-IDX > WS-LEG-COUNT
               PERFORM ACCUMULATE-BRANCH-PAIR
               SET LEG-IDX UP BY 1
           END-PERFORM.
           SET PAIR-IDX TO 1.
           PERFORM UNTIL PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-NET(PAIR-IDX) NOT = ZERO
                   ADD 1 TO WS-OUT-OF-BALANCE
               END-IF
               SET PAIR-IDX UP BY 1
           END-PERFORM.

       ACCUMULATE-BRANCH-PAIR.
           IF WS-LEG-BRANCH(LEG-IDX) < WS-LEG-CPTY(LEG-IDX)
               MOVE WS-LEG-BRANCH(LEG-IDX) TO WS-LOW-BRANCH
               MOVE WS-LEG-CPTY(LEG-IDX) TO WS-HIGH-BRANCH
           ELSE
               MOVE WS-LEG-CPTY(LEG-IDX) TO WS-LOW-BRANCH
               MOVE WS-LEG-BRANCH(LEG-IDX) TO WS-HIGH-BRANCH
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           SET PAIR-IDX TO 1.
           PERFORM UNTIL PAIR-IDX > WS-PAIR-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-PAIR-LOW(PAIR-IDX) = WS-LOW-BRANCH
                       AND WS-PAIR-HIGH(PAIR-IDX) = WS-HIGH-BRANCH
                       AND WS-PAIR-CURRENCY(PAIR-IDX) =
                           WS-LEG-CURRENCY(LEG-IDX)
                   ADD WS-LEG-AMOUNT(LEG-IDX) TO WS-PAIR-NET(PAIR-IDX)
                   ADD 1 TO WS-PAIR-LEGS(PAIR-IDX)
                   IF WS-LEG-ELIM(LEG-IDX) = "E"
                       MOVE "E" TO WS-PAIR-ELIM(PAIR-IDX)
                   END-IF
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET PAIR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   SET PAIR-IDX TO WS-PAIR-COUNT
                   MOVE WS-LOW-BRANCH TO WS-PAIR-LOW(PAIR-IDX)
                   MOVE WS-HIGH-BRANCH TO WS-PAIR-HIGH(PAIR-IDX)
                   MOVE WS-LEG-CURRENCY(LEG-IDX)
                       TO WS-PAIR-CURRENCY(PAIR-IDX)
                   MOVE WS-LEG-AMOUNT(LEG-IDX) TO WS-PAIR-NET(PAIR-IDX)
                   MOVE 1 TO WS-PAIR-LEGS(PAIR-IDX)
                   MOVE WS-LEG-ELIM(LEG-IDX) TO WS-PAIR-ELIM(PAIR-IDX)
               ELSE
                   IF WS-PAIR-OVERFLOW = "N"
                       MOVE "Y" TO WS-PAIR-OVERFLOW
                       MOVE "ACCUMULATE-BRANCH-PAIR"
                           TO WS-ERR-PARAGRAPH
                       MOVE "branch pair table full, legs dropped"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       WRITE-PAIR-LINES.
           WRITE RPT-LINE FROM WS-PAIR-HEADER.
           SET PAIR-IDX TO 1.
           PERFORM UNTIL PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-PAIR-LOW(PAIR-IDX) TO P-LOW
               MOVE WS-PAIR-HIGH(PAIR-IDX) TO P-HIGH
               MOVE WS-PAIR-CURRENCY(PAIR-IDX) TO P-CURRENCY
               MOVE WS-PAIR-LEGS(PAIR-IDX) TO P-LEGS
               MOVE WS-PAIR-NET(PAIR-IDX) TO P-NET
               IF WS-PAIR-ELIM(PAIR-IDX) = "E"
                   MOVE "ELIMINATE" TO P-ELIM
               ELSE
                   MOVE SPACES TO P-ELIM
               END-IF
               IF WS-PAIR-NET(PAIR-IDX) = ZERO
                   MOVE "BALANCED" TO P-VERDICT
               ELSE
                   MOVE "OUT OF BALANCE" TO P-VERDICT
                   MOVE "WRITE-PAIR-LINES" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "branch pair " WS-PAIR-LOW(PAIR-IDX)
                       "/" WS-PAIR-HIGH(PAIR-IDX) " currency "
                       WS-PAIR-CURRENCY(PAIR-IDX)
                       " does not net to zero"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
               WRITE RPT-LINE FROM WS-PAIR-LINE
               SET PAIR-IDX UP BY 1
           END-PERFORM.

       WRITE-UNMATCHED-LINES.
           WRITE RPT-LINE FROM WS-UNMATCHED-HEADER.
           IF WS-UNMATCHED-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           SET LEG-IDX TO 1.
           PERFORM UNTIL LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-MATCHED(LEG-IDX) = "N"
                   PERFORM WRITE-ONE-UNMATCHED-LEG
               END-IF
               SET LEG-IDX UP BY 1
           END-PERFORM.

       WRITE-ONE-UNMATCHED-LEG.
           MOVE WS-LEG-KEY(LEG-IDX) TO U-KEY.
           IF WS-LEG-DIRECTION(LEG-IDX) = "O"
               MOVE "OUT" TO U-DIRECTION
           ELSE
               MOVE "IN" TO U-DIRECTION
           END-IF.
           MOVE WS-LEG-BRANCH(LEG-IDX) TO U-BRANCH.
           MOVE WS-LEG-CPTY(LEG-IDX) TO U-CPTY.
           MOVE WS-LEG-CURRENCY(LEG-IDX) TO U-CURRENCY.
           MOVE WS-LEG-DATE(LEG-IDX) TO U-DATE.
           MOVE WS-LEG-AMOUNT(LEG-IDX) TO U-AMOUNT.
           WRITE RPT-LINE FROM WS-UNMATCHED-LINE.
           MOVE "WRITE-ONE-UNMATCHED-LEG" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "unmatched transfer leg key "
               WS-LEG-KEY(LEG-IDX) " branch "
               WS-LEG-BRANCH(LEG-IDX) " counterparty "
               WS-LEG-CPTY(LEG-IDX)
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-UNMATCHED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-MATCHED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
