       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubledgerTieOut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT SUBLEDGER-FILE ASSIGN TO "SUBLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLDG-STATUS.

           SELECT RELEASE-FLAG-FILE ASSIGN TO "GLRELFLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELFLG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT TIEOUT-REPORT ASSIGN TO "SLTIERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           COPY GLFEED.

       FD  SUBLEDGER-FILE.
       01  SUBLEDGER-RECORD.
           COPY SUBLEDG.

       FD  RELEASE-FLAG-FILE.
       01  RELEASE-FLAG-RECORD.
           05  RF-DATE             PIC 9(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  RF-VERDICT          PIC X(10).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  TIEOUT-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-GLFEED-STATUS        PIC X(2)    VALUE "00".
       01  WS-SUBLDG-STATUS        PIC X(2)    VALUE "00".
       01  WS-RELFLG-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-RELEASED-SW          PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-NOT-TIED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-TIED-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-DATE-OVERFLOW        PIC X       VALUE "N".
       01  WS-TIE-OVERFLOW         PIC X       VALUE "N".
       01  WS-FEED-SOURCE          PIC X(10)   VALUE SPACES.
       01  WS-DAILY-SOURCE         PIC X(10)   VALUE "DAILYBATCH".
       01  WS-LOOK-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-LOOK-ACCOUNT         PIC X(10)   VALUE SPACES.
       01  WS-LOOK-CURRENCY        PIC X(3)    VALUE SPACES.
       01  WS-BLOCK-OPEN           PIC X       VALUE "N".
       01  WS-BLOCK-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-BLOCK-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-BLOCK-HASH           PIC S9(11)V99 VALUE ZERO.
       01  WS-BLOCK-PROBLEM        PIC X(40)   VALUE SPACES.
       01  WS-TIE-DIFF             PIC S9(11)V99 VALUE ZERO.

       01  WS-REL-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-REL-TABLE.
           05  WS-REL-DATE         PIC 9(8)    OCCURS 200 TIMES
                                       INDEXED BY REL-IDX.

       01  WS-DATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 40 TIMES
                                   INDEXED BY DT-IDX.
               10  WS-DT-DATE          PIC 9(8).
               10  WS-DT-FEED-COUNT    PIC 9(7).
               10  WS-DT-FEED-HASH     PIC S9(11)V99.
               10  WS-DT-SL-COUNT      PIC 9(7).
               10  WS-DT-SL-HASH       PIC S9(11)V99.
               10  WS-DT-PROBLEMS      PIC 9(5).

       01  WS-TIE-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-TIE-TABLE.
           05  WS-TIE-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY TIE-IDX.
               10  WS-TIE-DATE         PIC 9(8).
               10  WS-TIE-ACCOUNT      PIC X(10).
               10  WS-TIE-CURRENCY     PIC X(3).
               10  WS-TIE-FEED         PIC S9(11)V99.
               10  WS-TIE-SUBLEDGER    PIC S9(11)V99.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "SubledgerTieOut".
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
           05  FILLER              PIC X(33)   VALUE
               "GL SUB-LEDGER TIE-OUT RUN DATE: ".
           05  H-DATE              PIC 9(8).

       01  WS-DATE-LINE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  DL-DATE             PIC 9(8).
           05  FILLER              PIC X(10)   VALUE "  FEED D: ".
           05  DL-FEED-COUNT       PIC ZZZZZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  DL-FEED-HASH        PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  SUBL: ".
           05  DL-SL-COUNT         PIC ZZZZZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  DL-SL-HASH          PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-VERDICT          PIC X(10).

       01  WS-DIFF-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "ACCOUNT: ".
           05  DF-ACCOUNT          PIC X(10).
           05  FILLER              PIC X       VALUE SPACE.
           05  DF-CURRENCY         PIC X(3).
           05  FILLER              PIC X(8)    VALUE "  FEED: ".
           05  DF-FEED             PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(8)    VALUE "  SUBL: ".
           05  DF-SUBLEDGER        PIC -ZZZZZZZZZZ9.99.

       01  WS-PROBLEM-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "BLOCK: ".
           05  PB-DATE             PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PB-TEXT             PIC X(40).

       01  WS-NONE-LINE            PIC X(40)   VALUE
           "NO UNRELEASED DAILY FEED DATES ON FILE".

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(7)    VALUE "DATES: ".
           05  S-DATES             PIC ZZZZ9.
           05  FILLER              PIC X(8)    VALUE "  TIED: ".
           05  S-TIED              PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  NOT TIED: ".
           05  S-NOT-TIED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           OPEN OUTPUT TIEOUT-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM LOAD-RELEASED-DATES.
           PERFORM LOAD-FEED-POSTINGS.
           PERFORM LOAD-SUBLEDGER-LINES.
           PERFORM WRITE-DATE-VERDICTS.
           MOVE WS-DATE-COUNT TO S-DATES.
           MOVE WS-TIED-COUNT TO S-TIED.
           MOVE WS-NOT-TIED-COUNT TO S-NOT-TIED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE TIEOUT-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-NOT-TIED-COUNT > 0 OR WS-DATE-OVERFLOW = "Y"
                   OR WS-TIE-OVERFLOW = "Y"
               DISPLAY "SUB-LEDGER DOES NOT TIE TO GL FEED - "
                   "FEED NOT RELEASABLE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

       LOAD-RELEASED-DATES.
           OPEN INPUT RELEASE-FLAG-FILE.
           IF WS-RELFLG-STATUS = "00"
               PERFORM UNTIL WS-RELFLG-STATUS NOT = "00"
                   READ RELEASE-FLAG-FILE
                       AT END
                           MOVE "10" TO WS-RELFLG-STATUS
                       NOT AT END
                           IF RF-VERDICT = "RELEASABLE"
                                   AND WS-REL-COUNT < 200
                               ADD 1 TO WS-REL-COUNT
                               SET REL-IDX TO WS-REL-COUNT
                               MOVE RF-DATE TO WS-REL-DATE(REL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FLAG-FILE
           END-IF.
           MOVE "00" TO WS-RELFLG-STATUS.

       CHECK-DATE-RELEASED.
           MOVE "N" TO WS-RELEASED-SW.
           SET REL-IDX TO 1.
           PERFORM UNTIL REL-IDX > WS-REL-COUNT
               IF WS-REL-DATE(REL-IDX) = WS-LOOK-DATE
                   MOVE "Y" TO WS-RELEASED-SW
               END-IF
               SET REL-IDX UP BY 1
           END-PERFORM.

       LOAD-FEED-POSTINGS.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GLFEED-STATUS = "00"
               PERFORM UNTIL WS-GLFEED-STATUS NOT = "00"
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-GLFEED-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM STORE-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           ELSE
               MOVE "LOAD-FEED-POSTINGS" TO WS-ERR-PARAGRAPH
               MOVE "GL interface feed not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       STORE-FEED-RECORD.
           IF GL-RECORD-TYPE = "H"
               MOVE GL-ACCOUNT-CODE TO WS-FEED-SOURCE
           END-IF.
           IF WS-FEED-SOURCE = WS-DAILY-SOURCE
               MOVE GL-DATE TO WS-LOOK-DATE
               PERFORM CHECK-DATE-RELEASED
               IF WS-RELEASED-SW = "N"
                       AND (GL-RECORD-TYPE = "H"
                           OR GL-RECORD-TYPE = "D")
                   PERFORM FIND-DATE-ENTRY
                   IF WS-FOUND-SW = "Y" AND GL-RECORD-TYPE = "D"
                       ADD 1 TO WS-DT-FEED-COUNT(DT-IDX)
                       ADD GL-AMOUNT TO WS-DT-FEED-HASH(DT-IDX)
                       MOVE GL-ACCOUNT-CODE TO WS-LOOK-ACCOUNT
                       MOVE GL-CURRENCY-CODE TO WS-LOOK-CURRENCY
                       PERFORM FIND-TIE-ENTRY
                       IF WS-FOUND-SW = "Y"
                           ADD GL-AMOUNT TO WS-TIE-FEED(TIE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF GL-RECORD-TYPE = "T"
               MOVE SPACES TO WS-FEED-SOURCE
           END-IF.

       LOAD-SUBLEDGER-LINES.
           OPEN INPUT SUBLEDGER-FILE.
           IF WS-SUBLDG-STATUS = "00"
               PERFORM UNTIL WS-SUBLDG-STATUS NOT = "00"
                   READ SUBLEDGER-FILE
                       AT END
                           MOVE "10" TO WS-SUBLDG-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           EVALUATE SL-RECORD-TYPE
                               WHEN "H"
                                   PERFORM OPEN-SUBLEDGER-BLOCK
                               WHEN "D"
                                   PERFORM STORE-SUBLEDGER-LINE
                               WHEN "T"
                                   PERFORM CLOSE-SUBLEDGER-BLOCK
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SUBLEDGER-FILE
               IF WS-BLOCK-OPEN = "Y"
                   MOVE "NO TRAILER - BLOCK INCOMPLETE"
                       TO WS-BLOCK-PROBLEM
                   PERFORM NOTE-BLOCK-PROBLEM
               END-IF
           ELSE
               MOVE "LOAD-SUBLEDGER-LINES" TO WS-ERR-PARAGRAPH
               MOVE "GL sub-ledger file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       OPEN-SUBLEDGER-BLOCK.
           IF WS-BLOCK-OPEN = "Y"
               MOVE "NO TRAILER - BLOCK INCOMPLETE"
                   TO WS-BLOCK-PROBLEM
               PERFORM NOTE-BLOCK-PROBLEM
           END-IF.
           MOVE "Y" TO WS-BLOCK-OPEN.
           MOVE SL-DATE TO WS-BLOCK-DATE.
           MOVE ZERO TO WS-BLOCK-COUNT.
           MOVE ZERO TO WS-BLOCK-HASH.
           MOVE SL-DATE TO WS-LOOK-DATE.
           PERFORM CHECK-DATE-RELEASED.
           IF WS-RELEASED-SW = "N"
               PERFORM FIND-DATE-ENTRY
           END-IF.

       STORE-SUBLEDGER-LINE.
           IF WS-BLOCK-OPEN = "N" OR SL-DATE NOT = WS-BLOCK-DATE
               MOVE SL-DATE TO WS-BLOCK-DATE
               MOVE "DETAIL LINE OUTSIDE ITS DATE BLOCK"
                   TO WS-BLOCK-PROBLEM
               PERFORM NOTE-BLOCK-PROBLEM
           END-IF.
           ADD 1 TO WS-BLOCK-COUNT.
           ADD SL-AMOUNT TO WS-BLOCK-HASH.
           MOVE SL-DATE TO WS-LOOK-DATE.
           PERFORM CHECK-DATE-RELEASED.
           IF WS-RELEASED-SW = "N"
               PERFORM FIND-DATE-ENTRY
               IF WS-FOUND-SW = "Y"
                   ADD 1 TO WS-DT-SL-COUNT(DT-IDX)
                   ADD SL-AMOUNT TO WS-DT-SL-HASH(DT-IDX)
                   MOVE SL-GL-ACCOUNT TO WS-LOOK-ACCOUNT
                   MOVE SL-CURRENCY TO WS-LOOK-CURRENCY
                   PERFORM FIND-TIE-ENTRY
                   IF WS-FOUND-SW = "Y"
                       ADD SL-AMOUNT TO WS-TIE-SUBLEDGER(TIE-IDX)
                   END-IF
               END-IF
           END-IF.

       CLOSE-SUBLEDGER-BLOCK.
           IF WS-BLOCK-OPEN = "N" OR SL-DATE NOT = WS-BLOCK-DATE
               MOVE SL-DATE TO WS-BLOCK-DATE
               MOVE "TRAILER WITHOUT MATCHING HEADER"
                   TO WS-BLOCK-PROBLEM
               PERFORM NOTE-BLOCK-PROBLEM
           ELSE
               IF SL-RECORD-COUNT NOT = WS-BLOCK-COUNT
                       OR SL-HASH-TOTAL NOT = WS-BLOCK-HASH
                   MOVE "TRAILER COUNT OR HASH DOES NOT AGREE"
                       TO WS-BLOCK-PROBLEM
                   PERFORM NOTE-BLOCK-PROBLEM
               END-IF
           END-IF.
           MOVE "N" TO WS-BLOCK-OPEN.

       NOTE-BLOCK-PROBLEM.
           MOVE WS-BLOCK-DATE TO WS-LOOK-DATE.
           PERFORM CHECK-DATE-RELEASED.
           IF WS-RELEASED-SW = "N"
               PERFORM FIND-DATE-ENTRY
               IF WS-FOUND-SW = "Y"
                   ADD 1 TO WS-DT-PROBLEMS(DT-IDX)
               END-IF
               MOVE WS-BLOCK-DATE TO PB-DATE
               MOVE WS-BLOCK-PROBLEM TO PB-TEXT
               WRITE RPT-LINE FROM WS-PROBLEM-LINE
           END-IF.

       FIND-DATE-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           SET DT-IDX TO 1.
           PERFORM UNTIL DT-IDX > WS-DATE-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-DT-DATE(DT-IDX) = WS-LOOK-DATE
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET DT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-DATE-COUNT < 40
                   ADD 1 TO WS-DATE-COUNT
                   SET DT-IDX TO WS-DATE-COUNT
                   MOVE WS-LOOK-DATE TO WS-DT-DATE(DT-IDX)
                   MOVE ZERO TO WS-DT-FEED-COUNT(DT-IDX)
                   MOVE ZERO TO WS-DT-FEED-HASH(DT-IDX)
                   MOVE ZERO TO WS-DT-SL-COUNT(DT-IDX)
                   MOVE ZERO TO WS-DT-SL-HASH(DT-IDX)
                   MOVE ZERO TO WS-DT-PROBLEMS(DT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   IF WS-DATE-OVERFLOW = "N"
                       MOVE "Y" TO WS-DATE-OVERFLOW
                       MOVE "FIND-DATE-ENTRY" TO WS-ERR-PARAGRAPH
                       MOVE "tie-out date table full, dates not tied"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       FIND-TIE-ENTRY.
           MOVE "N" TO WS-FOUND-SW.
           SET TIE-IDX TO 1.
           PERFORM UNTIL TIE-IDX > WS-TIE-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-TIE-DATE(TIE-IDX) = WS-LOOK-DATE
                       AND WS-TIE-ACCOUNT(TIE-IDX) = WS-LOOK-ACCOUNT
                       AND WS-TIE-CURRENCY(TIE-IDX) = WS-LOOK-CURRENCY
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET TIE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "N"
               IF WS-TIE-COUNT < 1000
                   ADD 1 TO WS-TIE-COUNT
                   SET TIE-IDX TO WS-TIE-COUNT
                   MOVE WS-LOOK-DATE TO WS-TIE-DATE(TIE-IDX)
                   MOVE WS-LOOK-ACCOUNT TO WS-TIE-ACCOUNT(TIE-IDX)
                   MOVE WS-LOOK-CURRENCY TO WS-TIE-CURRENCY(TIE-IDX)
                   MOVE ZERO TO WS-TIE-FEED(TIE-IDX)
                   MOVE ZERO TO WS-TIE-SUBLEDGER(TIE-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   IF WS-TIE-OVERFLOW = "N"
                       MOVE "Y" TO WS-TIE-OVERFLOW
                       MOVE "FIND-TIE-ENTRY" TO WS-ERR-PARAGRAPH
                       MOVE "tie-out account table full, not tied"
                           TO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       WRITE-DATE-VERDICTS.
           IF WS-DATE-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.
           SET DT-IDX TO 1.
           PERFORM UNTIL DT-IDX > WS-DATE-COUNT
               PERFORM WRITE-ONE-DATE-VERDICT
               SET DT-IDX UP BY 1
           END-PERFORM.

       WRITE-ONE-DATE-VERDICT.
           MOVE ZERO TO WS-TIE-DIFF.
           SET TIE-IDX TO 1.
           PERFORM UNTIL TIE-IDX > WS-TIE-COUNT
               IF WS-TIE-DATE(TIE-IDX) = WS-DT-DATE(DT-IDX)
                       AND WS-TIE-FEED(TIE-IDX) NOT =
                           WS-TIE-SUBLEDGER(TIE-IDX)
                   ADD 1 TO WS-TIE-DIFF
               END-IF
               SET TIE-IDX UP BY 1
           END-PERFORM.
           MOVE WS-DT-DATE(DT-IDX) TO DL-DATE.
           MOVE WS-DT-FEED-COUNT(DT-IDX) TO DL-FEED-COUNT.
           MOVE WS-DT-FEED-HASH(DT-IDX) TO DL-FEED-HASH.
           MOVE WS-DT-SL-COUNT(DT-IDX) TO DL-SL-COUNT.
           MOVE WS-DT-SL-HASH(DT-IDX) TO DL-SL-HASH.
           IF WS-TIE-DIFF = ZERO
                   AND WS-DT-PROBLEMS(DT-IDX) = ZERO
                   AND WS-DT-FEED-HASH(DT-IDX) =
                       WS-DT-SL-HASH(DT-IDX)
               MOVE "TIED" TO DL-VERDICT
               ADD 1 TO WS-TIED-COUNT
               WRITE RPT-LINE FROM WS-DATE-LINE
           ELSE
               MOVE "NOT TIED" TO DL-VERDICT
               ADD 1 TO WS-NOT-TIED-COUNT
               WRITE RPT-LINE FROM WS-DATE-LINE
               PERFORM WRITE-DATE-DIFFERENCES
               MOVE "WRITE-ONE-DATE-VERDICT" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "sub-ledger does not tie to GL feed for "
                   WS-DT-DATE(DT-IDX)
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       WRITE-DATE-DIFFERENCES.
           SET TIE-IDX TO 1.
           PERFORM UNTIL TIE-IDX > WS-TIE-COUNT
               IF WS-TIE-DATE(TIE-IDX) = WS-DT-DATE(DT-IDX)
                       AND WS-TIE-FEED(TIE-IDX) NOT =
                           WS-TIE-SUBLEDGER(TIE-IDX)
                   MOVE WS-TIE-ACCOUNT(TIE-IDX) TO DF-ACCOUNT
                   MOVE WS-TIE-CURRENCY(TIE-IDX) TO DF-CURRENCY
                   MOVE WS-TIE-FEED(TIE-IDX) TO DF-FEED
                   MOVE WS-TIE-SUBLEDGER(TIE-IDX) TO DF-SUBLEDGER
                   WRITE RPT-LINE FROM WS-DIFF-LINE
               END-IF
               SET TIE-IDX UP BY 1
           END-PERFORM.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-NOT-TIED-COUNT TO JA-REJECT-COUNT.
           MOVE WS-TIED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
