       IDENTIFICATION DIVISION.
       PROGRAM-ID. NumberGenInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CONTROL-FILE ASSIGN TO "NUMINQC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMINQC-STATUS.

           SELECT NUMBER-CATALOG ASSIGN TO "NUMCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMCAT-STATUS.

           SELECT EVEN-FILE ASSIGN TO "EVENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVEN-STATUS.

           SELECT ODD-FILE ASSIGN TO "ODDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODD-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "NUMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT EVEN-RETRIEVE-FILE ASSIGN TO "EVENRTRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ODD-RETRIEVE-FILE ASSIGN TO "ODDRTRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCP-RETRIEVE-FILE ASSIGN TO "EXCPRTRV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INQUIRY-REPORT ASSIGN TO "NUMINQRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CONTROL-FILE.
       01  INQUIRY-CONTROL-RECORD.
           05  NQ-DATE             PIC 9(8).
           05  NQ-GENERATION       PIC 9(4).

       FD  NUMBER-CATALOG.
       01  NUMBER-CATALOG-RECORD.
           COPY NUMCAT.

       FD  EVEN-FILE.
       01  EVEN-RECORD             PIC X(61).

       FD  ODD-FILE.
       01  ODD-RECORD              PIC X(61).

       FD  EXCEPTION-FILE.
       01  EXCP-RECORD             PIC X(61).

       FD  EVEN-RETRIEVE-FILE.
       01  EVEN-RETRIEVE-RECORD    PIC S9(3) SIGN LEADING SEPARATE.

       FD  ODD-RETRIEVE-FILE.
       01  ODD-RETRIEVE-RECORD     PIC S9(3) SIGN LEADING SEPARATE.

       FD  EXCP-RETRIEVE-FILE.
       01  EXCP-RETRIEVE-RECORD    PIC X(40).

       FD  INQUIRY-REPORT.
       01  RPT-LINE                PIC X(132).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-NUMINQC-STATUS       PIC X(2)    VALUE "00".
       01  WS-NUMCAT-STATUS        PIC X(2)    VALUE "00".
       01  WS-EVEN-STATUS          PIC X(2)    VALUE "00".
       01  WS-ODD-STATUS           PIC X(2)    VALUE "00".
       01  WS-EXCP-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-TARGET-DATE          PIC 9(8)    VALUE ZERO.
       01  WS-REQUESTED-GEN        PIC 9(4)    VALUE ZERO.
       01  WS-GENERATION           PIC 9(4)    VALUE ZERO.
       01  WS-GEN-FOUND            PIC X       VALUE "N".
       01  WS-FILE-ID              PIC X(8)    VALUE SPACES.
       01  WS-DETAIL-ROW           PIC X       VALUE "N".
       01  WS-TRAILER-SEEN         PIC X       VALUE "N".
       01  WS-TRAILER-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-FILE-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-EXPECTED-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-EVEN-EXPECTED        PIC 9(7)    VALUE ZERO.
       01  WS-ODD-EXPECTED         PIC 9(7)    VALUE ZERO.
       01  WS-EXCP-EXPECTED        PIC 9(7)    VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-LISTED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-RETRIEVED-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-MISMATCH-COUNT       PIC 9(3)    VALUE ZERO.

       01  WS-GEN-RECORD.
           COPY NUMGEN.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "NumberGenInquiry".
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
               "NUMBER GENERATION INQUIRY - DATE: ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(14)   VALUE
               "  GENERATION: ".
           05  H-GENERATION        PIC 9(4).

       01  WS-CATALOG-LINE.
           05  FILLER              PIC X(9)    VALUE "CATALOG: ".
           05  CL-FILE-ID          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  CL-DATE             PIC 9(8).
           05  FILLER              PIC X(5)    VALUE " GEN ".
           05  CL-GENERATION       PIC 9(4).
           05  FILLER              PIC X(9)    VALUE " RECORDS ".
           05  CL-RECORD-COUNT     PIC ZZZZZZ9.

       01  WS-GEN-HEADER-LINE.
           05  GH-FILE-ID          PIC X(8).
           05  FILLER              PIC X(13)   VALUE " HEADER  READ".
           05  GH-READ-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(6)    VALUE "  EVEN".
           05  GH-EVEN-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE "  ODD".
           05  GH-ODD-COUNT        PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  REJECTED".
           05  GH-REJECT-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  DUPLICATE".
           05  GH-DUP-COUNT        PIC ZZZZ9.

       01  WS-DETAIL-LINE.
           05  DL-FILE-ID          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DL-BODY             PIC X(40).

       01  WS-CHECK-LINE.
           05  CK-FILE-ID          PIC X(8).
           05  FILLER              PIC X(11)   VALUE " RETRIEVED ".
           05  CK-FILE-COUNT       PIC ZZZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  TRAILER".
           05  CK-TRAILER-COUNT    PIC ZZZZZZ9.
           05  FILLER              PIC X(9)    VALUE "  CATALOG".
           05  CK-EXPECTED-COUNT   PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  CK-RESULT           PIC X(8).

       01  WS-NOT-FOUND-LINE.
           05  FILLER              PIC X(34)   VALUE
               "NO CATALOGED GENERATION FOR DATE: ".
           05  NF-DATE             PIC 9(8).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(20)   VALUE
               "GENERATIONS LISTED: ".
           05  S-LISTED-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(21)   VALUE
               "  RECORDS RETRIEVED: ".
           05  S-RETRIEVED-COUNT   PIC ZZZZZZ9.
           05  FILLER              PIC X(14)   VALUE
               "  MISMATCHES: ".
           05  S-MISMATCH-COUNT    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-INQUIRY-CONTROL.
           OPEN OUTPUT INQUIRY-REPORT.
           MOVE WS-TARGET-DATE TO H-DATE.
           MOVE WS-REQUESTED-GEN TO H-GENERATION.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           PERFORM LIST-CATALOG.
           IF WS-TARGET-DATE NOT = ZERO
               IF WS-GEN-FOUND = "Y"
                   PERFORM RETRIEVE-EVEN-GENERATION
                   PERFORM RETRIEVE-ODD-GENERATION
                   PERFORM RETRIEVE-EXCP-GENERATION
                   DISPLAY "RETRIEVED NUMBER GENERATION "
                       WS-TARGET-DATE " " WS-GENERATION
                   IF WS-MISMATCH-COUNT > 0
                       DISPLAY "RECORD COUNT DIFFERS FROM TRAILER "
                           "OR CATALOG COUNT"
                   END-IF
               ELSE
                   MOVE WS-TARGET-DATE TO NF-DATE
                   WRITE RPT-LINE FROM WS-NOT-FOUND-LINE
                   DISPLAY "NO CATALOGED NUMBER GENERATION FOR "
                       WS-TARGET-DATE
                   MOVE "MAIN-PARA" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "inquiry date not on number catalog: "
                       WS-TARGET-DATE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.
           MOVE WS-LISTED-COUNT TO S-LISTED-COUNT.
           MOVE WS-RETRIEVED-COUNT TO S-RETRIEVED-COUNT.
           MOVE WS-MISMATCH-COUNT TO S-MISMATCH-COUNT.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE INQUIRY-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-TARGET-DATE NOT = ZERO AND WS-GEN-FOUND = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT > 0
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

       GET-INQUIRY-CONTROL.
           OPEN INPUT INQUIRY-CONTROL-FILE.
           IF WS-NUMINQC-STATUS = "00"
               READ INQUIRY-CONTROL-FILE
                   NOT AT END
                       IF NQ-DATE NUMERIC
                           MOVE NQ-DATE TO WS-TARGET-DATE
                       END-IF
                       IF NQ-GENERATION NUMERIC
                           MOVE NQ-GENERATION TO WS-REQUESTED-GEN
                       END-IF
               END-READ
               CLOSE INQUIRY-CONTROL-FILE
           ELSE
               MOVE "GET-INQUIRY-CONTROL" TO WS-ERR-PARAGRAPH
               MOVE "inquiry control file not available"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       LIST-CATALOG.
           OPEN INPUT NUMBER-CATALOG.
           IF WS-NUMCAT-STATUS = "00"
               PERFORM UNTIL WS-NUMCAT-STATUS NOT = "00"
                   READ NUMBER-CATALOG
                       AT END
                           MOVE "10" TO WS-NUMCAT-STATUS
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF WS-TARGET-DATE = ZERO
                                   OR NC-DATE = WS-TARGET-DATE
                               PERFORM WRITE-CATALOG-LINE
                           END-IF
                           IF NC-DATE = WS-TARGET-DATE
                               PERFORM NOTE-CATALOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMBER-CATALOG
           END-IF.

       WRITE-CATALOG-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE NC-FILE-ID TO CL-FILE-ID.
           MOVE NC-DATE TO CL-DATE.
           MOVE NC-GENERATION TO CL-GENERATION.
           MOVE NC-RECORD-COUNT TO CL-RECORD-COUNT.
           WRITE RPT-LINE FROM WS-CATALOG-LINE.

       NOTE-CATALOG-ENTRY.
           IF WS-REQUESTED-GEN = ZERO
                   AND NC-GENERATION > WS-GENERATION
               MOVE NC-GENERATION TO WS-GENERATION
               MOVE ZERO TO WS-EVEN-EXPECTED
               MOVE ZERO TO WS-ODD-EXPECTED
               MOVE ZERO TO WS-EXCP-EXPECTED
           END-IF.
           IF WS-REQUESTED-GEN = ZERO
               IF NC-GENERATION = WS-GENERATION
                   PERFORM NOTE-EXPECTED-COUNT
               END-IF
           ELSE
               IF NC-GENERATION = WS-REQUESTED-GEN
                   MOVE NC-GENERATION TO WS-GENERATION
                   PERFORM NOTE-EXPECTED-COUNT
               END-IF
           END-IF.

       NOTE-EXPECTED-COUNT.
           MOVE "Y" TO WS-GEN-FOUND.
           EVALUATE NC-FILE-ID
               WHEN "EVENFILE"
                   MOVE NC-RECORD-COUNT TO WS-EVEN-EXPECTED
               WHEN "ODDFILE"
                   MOVE NC-RECORD-COUNT TO WS-ODD-EXPECTED
               WHEN "NUMEXCP"
                   MOVE NC-RECORD-COUNT TO WS-EXCP-EXPECTED
           END-EVALUATE.

       RETRIEVE-EVEN-GENERATION.
           MOVE "EVENFILE" TO WS-FILE-ID.
           MOVE WS-EVEN-EXPECTED TO WS-EXPECTED-COUNT.
           PERFORM START-FILE-RETRIEVAL.
           OPEN OUTPUT EVEN-RETRIEVE-FILE.
           OPEN INPUT EVEN-FILE.
           IF WS-EVEN-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EVEN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EVEN-RECORD TO WS-GEN-RECORD
                           PERFORM NOTE-GENERATION-ROW
                           IF WS-DETAIL-ROW = "Y"
                               WRITE EVEN-RETRIEVE-RECORD
                                   FROM NG-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVEN-FILE
           END-IF.
           CLOSE EVEN-RETRIEVE-FILE.
           PERFORM CHECK-FILE-RETRIEVAL.

       RETRIEVE-ODD-GENERATION.
           MOVE "ODDFILE" TO WS-FILE-ID.
           MOVE WS-ODD-EXPECTED TO WS-EXPECTED-COUNT.
           PERFORM START-FILE-RETRIEVAL.
           OPEN OUTPUT ODD-RETRIEVE-FILE.
           OPEN INPUT ODD-FILE.
           IF WS-ODD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ODD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ODD-RECORD TO WS-GEN-RECORD
                           PERFORM NOTE-GENERATION-ROW
                           IF WS-DETAIL-ROW = "Y"
                               WRITE ODD-RETRIEVE-RECORD
                                   FROM NG-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ODD-FILE
           END-IF.
           CLOSE ODD-RETRIEVE-FILE.
           PERFORM CHECK-FILE-RETRIEVAL.

       RETRIEVE-EXCP-GENERATION.
           MOVE "NUMEXCP" TO WS-FILE-ID.
           MOVE WS-EXCP-EXPECTED TO WS-EXPECTED-COUNT.
           PERFORM START-FILE-RETRIEVAL.
           OPEN OUTPUT EXCP-RETRIEVE-FILE.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EXCEPTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXCP-RECORD TO WS-GEN-RECORD
                           PERFORM NOTE-GENERATION-ROW
                           IF WS-DETAIL-ROW = "Y"
                               WRITE EXCP-RETRIEVE-RECORD
                                   FROM NG-BODY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
           CLOSE EXCP-RETRIEVE-FILE.
           PERFORM CHECK-FILE-RETRIEVAL.

       START-FILE-RETRIEVAL.
           MOVE ZERO TO WS-FILE-COUNT.
           MOVE ZERO TO WS-TRAILER-COUNT.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-GENERATION-ROW.
           MOVE "N" TO WS-DETAIL-ROW.
           ADD 1 TO WS-READ-COUNT.
           IF NG-DATE = WS-TARGET-DATE
                   AND NG-GENERATION = WS-GENERATION
               EVALUATE NG-REC-TYPE
                   WHEN "H"
                       MOVE NG-FILE-ID TO GH-FILE-ID
                       MOVE NG-READ-COUNT TO GH-READ-COUNT
                       MOVE NG-EVEN-COUNT TO GH-EVEN-COUNT
                       MOVE NG-ODD-COUNT TO GH-ODD-COUNT
                       MOVE NG-REJECT-COUNT TO GH-REJECT-COUNT
                       MOVE NG-DUP-COUNT TO GH-DUP-COUNT
                       WRITE RPT-LINE FROM WS-GEN-HEADER-LINE
                   WHEN "D"
                       MOVE "Y" TO WS-DETAIL-ROW
                       ADD 1 TO WS-FILE-COUNT
                       ADD 1 TO WS-RETRIEVED-COUNT
                       MOVE NG-FILE-ID TO DL-FILE-ID
                       MOVE NG-BODY TO DL-BODY
                       WRITE RPT-LINE FROM WS-DETAIL-LINE
                   WHEN "T"
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE NG-DETAIL-COUNT TO WS-TRAILER-COUNT
               END-EVALUATE
           END-IF.

       CHECK-FILE-RETRIEVAL.
           MOVE WS-FILE-ID TO CK-FILE-ID.
           MOVE WS-FILE-COUNT TO CK-FILE-COUNT.
           MOVE WS-TRAILER-COUNT TO CK-TRAILER-COUNT.
           MOVE WS-EXPECTED-COUNT TO CK-EXPECTED-COUNT.
           IF WS-TRAILER-SEEN = "Y"
                   AND WS-FILE-COUNT = WS-TRAILER-COUNT
                   AND WS-FILE-COUNT = WS-EXPECTED-COUNT
               MOVE "OK" TO CK-RESULT
           ELSE
               MOVE "MISMATCH" TO CK-RESULT
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "CHECK-FILE-RETRIEVAL" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "retrieved generation does not tie to "
                   "trailer or catalog: " WS-FILE-ID
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           WRITE RPT-LINE FROM WS-CHECK-LINE.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-MISMATCH-COUNT TO JA-REJECT-COUNT.
           MOVE WS-RETRIEVED-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
