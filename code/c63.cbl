       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateFeedLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FEED-FILE ASSIGN TO "VNDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VNDRATE-STATUS.

           SELECT RATE-MAP-FILE ASSIGN TO "RATEMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEMAP-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXRATE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "RATELRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FEED-FILE.
       01  VENDOR-FEED-RECORD.
           COPY VNDRATE.

       FD  RATE-MAP-FILE.
       01  RATE-MAP-RECORD.
           05  RM-VENDOR-CODE      PIC X(6).
           05  RM-CURRENCY         PIC X(3).
           05  RM-QUOTE-BASIS      PIC X.
           05  RM-UNITS            PIC 9(5).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           COPY EXCHRATE.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           COPY MNTAUDIT.

       FD  LOAD-REPORT.
       01  RPT-LINE                PIC X(100).

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-VNDRATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-RATEMAP-STATUS       PIC X(2)    VALUE "00".
       01  WS-EXRATE-STATUS        PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-MNTAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-FOUND-SW             PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-LOADED-COUNT         PIC 9(5)    VALUE ZERO.
       01  WS-CARRIED-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-ON-FILE-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-NO-RATE-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-UNMAPPED-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-FEED-ACCEPTED        PIC X       VALUE "N".
       01  WS-CONTROL-ERROR        PIC X       VALUE "N".
       01  WS-HEADER-SEEN          PIC X       VALUE "N".
       01  WS-TRAILER-SEEN         PIC X       VALUE "N".
       01  WS-FEED-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-DETAIL-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-RATE-OVERFLOW        PIC X       VALUE "N".
       01  WS-QUOTE-OVERFLOW       PIC X       VALUE "N".
       01  WS-NEW-RATE             PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-OK              PIC X       VALUE "N".
       01  WS-PRIOR-RATE           PIC 9(3)V9(6) VALUE ZERO.
       01  WS-PRIOR-EFF            PIC 9(8)    VALUE ZERO.
       01  WS-RATE-SOURCE          PIC X(8)    VALUE SPACES.
       01  WS-AUDIT-DATE           PIC 9(8)    VALUE ZERO.
       01  WS-AUDIT-TIME           PIC 9(6)    VALUE ZERO.
       01  WS-BEFORE-IMAGE         PIC X(60)   VALUE SPACES.
       01  WS-AFTER-IMAGE          PIC X(60)   VALUE SPACES.

       01  WS-MAP-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY MAP-IDX.
               10  WS-MAP-VENDOR-CODE  PIC X(6).
               10  WS-MAP-CURRENCY     PIC X(3).
               10  WS-MAP-BASIS        PIC X.
               10  WS-MAP-UNITS        PIC 9(5).

       01  WS-QUOTE-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-QUOTE-TABLE.
           05  WS-QUOTE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY QUOTE-IDX.
               10  WS-QUOTE-VENDOR-CODE PIC X(6).
               10  WS-QUOTE-VALUE       PIC 9(7)V9(8).
               10  WS-QUOTE-USED        PIC X.

       01  WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY RATE-IDX.
               10  WS-RATE-CURRENCY    PIC X(3).
               10  WS-RATE-VALUE       PIC 9(3)V9(6).
               10  WS-RATE-EFF-DATE    PIC 9(8).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "RateFeedLoad".
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
           05  FILLER              PIC X(29)   VALUE
               "RATE VENDOR FEED LOAD FOR:   ".
           05  H-DATE              PIC 9(8).
           05  FILLER              PIC X(14)   VALUE
               "  RATE DATE:  ".
           05  H-FEED-DATE         PIC 9(8).

       01  WS-REJECT-LINE          PIC X(60)   VALUE
           "VENDOR FEED REJECTED - HEADER/TRAILER CONTROL FAILED".

       01  WS-MISSING-LINE         PIC X(60)   VALUE
           "NO VENDOR FEED RECEIVED - NOTHING LOADED".

       01  WS-RATE-LINE.
           05  FILLER              PIC X(10)   VALUE "CURRENCY: ".
           05  R-CURRENCY          PIC X(3).
           05  FILLER              PIC X(10)   VALUE "  VENDOR: ".
           05  R-VENDOR-CODE       PIC X(6).
           05  FILLER              PIC X(9)    VALUE "  QUOTE: ".
           05  R-QUOTE             PIC Z(6)9.9(8).
           05  FILLER              PIC X(8)    VALUE "  RATE: ".
           05  R-RATE              PIC ZZ9.9(6).
           05  FILLER              PIC X(7)    VALUE "  EFF: ".
           05  R-EFF-DATE          PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  R-SOURCE            PIC X(8).

       01  WS-UNMAPPED-LINE.
           05  FILLER              PIC X(26)   VALUE
               "UNMAPPED VENDOR CODE:     ".
           05  U-VENDOR-CODE       PIC X(6).
           05  FILLER              PIC X(9)    VALUE "  QUOTE: ".
           05  U-QUOTE             PIC Z(6)9.9(8).

       01  WS-SUMMARY-LINE.
           05  FILLER              PIC X(8)    VALUE "LOADED: ".
           05  S-LOADED            PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  CARRIED: ".
           05  S-CARRIED           PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  ON FILE: ".
           05  S-ON-FILE           PIC ZZZZ9.
           05  FILLER              PIC X(11)   VALUE "  NO RATE: ".
           05  S-NO-RATE           PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  UNMAPPED: ".
           05  S-UNMAPPED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-RATE-MAP.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM READ-VENDOR-FEED.
           OPEN OUTPUT LOAD-REPORT.
           MOVE WS-RUN-DATE-NUM TO H-DATE.
           MOVE WS-FEED-DATE TO H-FEED-DATE.
           WRITE RPT-LINE FROM WS-HEADER-LINE.
           IF WS-FEED-ACCEPTED = "Y"
               OPEN EXTEND EXCHANGE-RATE-FILE
               IF WS-EXRATE-STATUS NOT = "00"
                   OPEN OUTPUT EXCHANGE-RATE-FILE
               END-IF
               SET MAP-IDX TO 1
               PERFORM UNTIL MAP-IDX > WS-MAP-COUNT
                   PERFORM LOAD-ONE-CURRENCY
                   SET MAP-IDX UP BY 1
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
               PERFORM REPORT-UNMAPPED-CODES
           ELSE
               IF WS-CONTROL-ERROR = "Y"
                   WRITE RPT-LINE FROM WS-REJECT-LINE
               ELSE
                   WRITE RPT-LINE FROM WS-MISSING-LINE
               END-IF
           END-IF.
           MOVE WS-LOADED-COUNT TO S-LOADED.
           MOVE WS-CARRIED-COUNT TO S-CARRIED.
           MOVE WS-ON-FILE-COUNT TO S-ON-FILE.
           MOVE WS-NO-RATE-COUNT TO S-NO-RATE.
           MOVE WS-UNMAPPED-COUNT TO S-UNMAPPED.
           WRITE RPT-LINE FROM WS-SUMMARY-LINE.
           CLOSE LOAD-REPORT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "RATES LOADED:        " WS-LOADED-COUNT.
           DISPLAY "RATES CARRIED:       " WS-CARRIED-COUNT.
           IF WS-FEED-ACCEPTED = "N" OR WS-RATE-OVERFLOW = "Y"
                   OR WS-QUOTE-OVERFLOW = "Y" OR WS-MAP-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARRIED-COUNT > 0 OR WS-NO-RATE-COUNT > 0
                       OR WS-UNMAPPED-COUNT > 0
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

       LOAD-RATE-MAP.
           OPEN INPUT RATE-MAP-FILE.
           IF WS-RATEMAP-STATUS = "00"
               PERFORM UNTIL WS-RATEMAP-STATUS NOT = "00"
                   READ RATE-MAP-FILE
                       AT END
                           MOVE "10" TO WS-RATEMAP-STATUS
                       NOT AT END
                           IF WS-MAP-COUNT < 50
                               ADD 1 TO WS-MAP-COUNT
                               SET MAP-IDX TO WS-MAP-COUNT
                               MOVE RM-VENDOR-CODE
                                   TO WS-MAP-VENDOR-CODE(MAP-IDX)
                               MOVE RM-CURRENCY
                                   TO WS-MAP-CURRENCY(MAP-IDX)
                               MOVE RM-QUOTE-BASIS
                                   TO WS-MAP-BASIS(MAP-IDX)
                               IF RM-UNITS NUMERIC AND RM-UNITS > 0
                                   MOVE RM-UNITS
                                       TO WS-MAP-UNITS(MAP-IDX)
                               ELSE
                                   MOVE 1 TO WS-MAP-UNITS(MAP-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-MAP-FILE
           END-IF.
           IF WS-MAP-COUNT = 0
               MOVE "LOAD-RATE-MAP" TO WS-ERR-PARAGRAPH
               MOVE "rate-feed currency map not available"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXRATE-STATUS = "00"
               PERFORM UNTIL WS-EXRATE-STATUS NOT = "00"
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-EXRATE-STATUS
                       NOT AT END
                           PERFORM STORE-EXCHANGE-RATE
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           MOVE "00" TO WS-EXRATE-STATUS.

       STORE-EXCHANGE-RATE.
           IF WS-RATE-COUNT < 200
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IDX TO WS-RATE-COUNT
               MOVE XR-CURRENCY-CODE TO WS-RATE-CURRENCY(RATE-IDX)
               MOVE XR-RATE TO WS-RATE-VALUE(RATE-IDX)
               MOVE XR-EFFECTIVE-DATE TO WS-RATE-EFF-DATE(RATE-IDX)
           ELSE
               IF WS-RATE-OVERFLOW = "N"
                   MOVE "Y" TO WS-RATE-OVERFLOW
                   MOVE "STORE-EXCHANGE-RATE" TO WS-ERR-PARAGRAPH
                   MOVE "exchange-rate table full, rows dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       READ-VENDOR-FEED.
           OPEN INPUT VENDOR-FEED-FILE.
           IF WS-VNDRATE-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ VENDOR-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CHECK-VENDOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FEED-FILE
               IF WS-HEADER-SEEN = "N" OR WS-TRAILER-SEEN = "N"
                       OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "Y" TO WS-CONTROL-ERROR
               END-IF
               IF WS-CONTROL-ERROR = "Y"
                   MOVE "READ-VENDOR-FEED" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "rate vendor feed failed header/trailer "
                       "control, nothing loaded"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               ELSE
                   MOVE "Y" TO WS-FEED-ACCEPTED
                   IF WS-FEED-DATE NOT = WS-RUN-DATE-NUM
                       MOVE "READ-VENDOR-FEED" TO WS-ERR-PARAGRAPH
                       MOVE SPACES TO WS-ERR-MESSAGE
                       STRING "rate vendor feed dated "
                           WS-FEED-DATE " not the business date"
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                       MOVE "W" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           ELSE
               MOVE "READ-VENDOR-FEED" TO WS-ERR-PARAGRAPH
               MOVE "rate vendor feed not available, nothing loaded"
                   TO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-VENDOR-RECORD.
           IF WS-TRAILER-SEEN = "Y"
               MOVE "Y" TO WS-CONTROL-ERROR
           END-IF.
           EVALUATE VF-RECORD-TYPE
               WHEN "HDR"
                   IF WS-HEADER-SEEN = "Y"
                           OR VF-RATE-DATE NOT NUMERIC
                       MOVE "Y" TO WS-CONTROL-ERROR
                   ELSE
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE VF-RATE-DATE TO WS-FEED-DATE
                   END-IF
               WHEN "DTL"
                   IF WS-HEADER-SEEN = "N"
                       MOVE "Y" TO WS-CONTROL-ERROR
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       PERFORM STORE-VENDOR-QUOTE
                   END-IF
               WHEN "TRL"
                   MOVE "Y" TO WS-TRAILER-SEEN
                   IF VF-RECORD-COUNT NUMERIC
                       MOVE VF-RECORD-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       MOVE "Y" TO WS-CONTROL-ERROR
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-CONTROL-ERROR
           END-EVALUATE.

       STORE-VENDOR-QUOTE.
           IF WS-QUOTE-COUNT < 100
               ADD 1 TO WS-QUOTE-COUNT
               SET QUOTE-IDX TO WS-QUOTE-COUNT
               MOVE VF-VENDOR-CODE TO WS-QUOTE-VENDOR-CODE(QUOTE-IDX)
               IF VF-QUOTE NUMERIC
                   MOVE VF-QUOTE TO WS-QUOTE-VALUE(QUOTE-IDX)
               ELSE
                   MOVE ZERO TO WS-QUOTE-VALUE(QUOTE-IDX)
               END-IF
               MOVE "N" TO WS-QUOTE-USED(QUOTE-IDX)
           ELSE
               IF WS-QUOTE-OVERFLOW = "N"
                   MOVE "Y" TO WS-QUOTE-OVERFLOW
                   MOVE "STORE-VENDOR-QUOTE" TO WS-ERR-PARAGRAPH
                   MOVE "vendor quote table full, quotes dropped"
                       TO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               END-IF
           END-IF.

       LOAD-ONE-CURRENCY.
           MOVE WS-MAP-CURRENCY(MAP-IDX) TO R-CURRENCY.
           MOVE WS-MAP-VENDOR-CODE(MAP-IDX) TO R-VENDOR-CODE.
           MOVE ZERO TO R-QUOTE.
           MOVE WS-FEED-DATE TO R-EFF-DATE.
           PERFORM FIND-PRIOR-RATE.
           PERFORM FIND-VENDOR-QUOTE.
           IF WS-PRIOR-EFF = WS-FEED-DATE
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE WS-PRIOR-RATE TO R-RATE
               MOVE "ON FILE" TO R-SOURCE
               WRITE RPT-LINE FROM WS-RATE-LINE
           ELSE
               IF WS-RATE-OK = "Y"
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE "FEED" TO WS-RATE-SOURCE
                   PERFORM APPEND-EXCHANGE-RATE
               ELSE
                   IF WS-PRIOR-EFF > 0
                       MOVE WS-PRIOR-RATE TO WS-NEW-RATE
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE "CARRIED" TO WS-RATE-SOURCE
                       PERFORM APPEND-EXCHANGE-RATE
                       MOVE "LOAD-ONE-CURRENCY" TO WS-ERR-PARAGRAPH
                       MOVE SPACES TO WS-ERR-MESSAGE
                       STRING "no usable vendor rate for "
                           WS-MAP-CURRENCY(MAP-IDX)
                           ", prior rate carried forward"
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                       MOVE "W" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   ELSE
                       ADD 1 TO WS-NO-RATE-COUNT
                       MOVE ZERO TO R-RATE
                       MOVE "NO RATE" TO R-SOURCE
                       WRITE RPT-LINE FROM WS-RATE-LINE
                       MOVE "LOAD-ONE-CURRENCY" TO WS-ERR-PARAGRAPH
                       MOVE SPACES TO WS-ERR-MESSAGE
                       STRING "no vendor rate and no prior rate for "
                           WS-MAP-CURRENCY(MAP-IDX)
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                       MOVE "S" TO WS-ERR-SEVERITY
                       CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                           WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                               WS-ERR-SEVERITY
                   END-IF
               END-IF
           END-IF.

       FIND-PRIOR-RATE.
           MOVE ZERO TO WS-PRIOR-RATE.
           MOVE ZERO TO WS-PRIOR-EFF.
           SET RATE-IDX TO 1.
           PERFORM UNTIL RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CURRENCY(RATE-IDX) =
                       WS-MAP-CURRENCY(MAP-IDX)
                       AND WS-RATE-EFF-DATE(RATE-IDX) NOT >
                           WS-FEED-DATE
                       AND WS-RATE-EFF-DATE(RATE-IDX) >= WS-PRIOR-EFF
                   MOVE WS-RATE-VALUE(RATE-IDX) TO WS-PRIOR-RATE
                   MOVE WS-RATE-EFF-DATE(RATE-IDX) TO WS-PRIOR-EFF
               END-IF
               SET RATE-IDX UP BY 1
           END-PERFORM.

       FIND-VENDOR-QUOTE.
           MOVE "N" TO WS-RATE-OK.
           MOVE ZERO TO WS-NEW-RATE.
           MOVE "N" TO WS-FOUND-SW.
           SET QUOTE-IDX TO 1.
           PERFORM UNTIL QUOTE-IDX > WS-QUOTE-COUNT
                   OR WS-FOUND-SW = "Y"
               IF WS-QUOTE-VENDOR-CODE(QUOTE-IDX) =
                       WS-MAP-VENDOR-CODE(MAP-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   SET QUOTE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND-SW = "Y"
               MOVE "Y" TO WS-QUOTE-USED(QUOTE-IDX)
               MOVE WS-QUOTE-VALUE(QUOTE-IDX) TO R-QUOTE
               IF WS-QUOTE-VALUE(QUOTE-IDX) > ZERO
                   PERFORM CONVERT-VENDOR-QUOTE
               END-IF
           END-IF.

       CONVERT-VENDOR-QUOTE.
           MOVE "Y" TO WS-RATE-OK.
           IF WS-MAP-BASIS(MAP-IDX) = "I"
               COMPUTE WS-NEW-RATE ROUNDED =
                   WS-MAP-UNITS(MAP-IDX) / WS-QUOTE-VALUE(QUOTE-IDX)
                   ON SIZE ERROR
                       MOVE "N" TO WS-RATE-OK
               END-COMPUTE
           ELSE
               COMPUTE WS-NEW-RATE ROUNDED =
                   WS-QUOTE-VALUE(QUOTE-IDX) / WS-MAP-UNITS(MAP-IDX)
                   ON SIZE ERROR
                       MOVE "N" TO WS-RATE-OK
               END-COMPUTE
           END-IF.
           IF WS-NEW-RATE = ZERO
               MOVE "N" TO WS-RATE-OK
           END-IF.

       APPEND-EXCHANGE-RATE.
           MOVE WS-MAP-CURRENCY(MAP-IDX) TO XR-CURRENCY-CODE.
           MOVE WS-NEW-RATE TO XR-RATE.
           MOVE WS-FEED-DATE TO XR-EFFECTIVE-DATE.
           PERFORM WRITE-RATE-AUDIT.
           WRITE EXCHANGE-RATE-RECORD.
           MOVE WS-NEW-RATE TO R-RATE.
           MOVE WS-RATE-SOURCE TO R-SOURCE.
           WRITE RPT-LINE FROM WS-RATE-LINE.

       WRITE-RATE-AUDIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF WS-PRIOR-EFF > 0
               STRING WS-MAP-CURRENCY(MAP-IDX) WS-PRIOR-RATE
                   WS-PRIOR-EFF
                   DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
           END-IF.
           MOVE SPACES TO WS-AFTER-IMAGE.
           STRING EXCHANGE-RATE-RECORD " " WS-RATE-SOURCE " "
               WS-MAP-VENDOR-CODE(MAP-IDX)
               DELIMITED BY SIZE INTO WS-AFTER-IMAGE.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           IF WS-RUN-DATE-NUM > 0
               MOVE WS-RUN-DATE-NUM TO MA-DATE
           ELSE
               MOVE WS-AUDIT-DATE TO MA-DATE
           END-IF.
           MOVE WS-AUDIT-TIME TO MA-TIME.
           MOVE "RATEFEED" TO MA-OPERATOR-ID.
           MOVE "RATELOAD" TO MA-ACTION.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
           CALL "MaintAuditChain" USING MAINT-AUDIT-RECORD.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-MNTAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           WRITE MAINT-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

       REPORT-UNMAPPED-CODES.
           SET QUOTE-IDX TO 1.
           PERFORM UNTIL QUOTE-IDX > WS-QUOTE-COUNT
               IF WS-QUOTE-USED(QUOTE-IDX) = "N"
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-QUOTE-VENDOR-CODE(QUOTE-IDX)
                       TO U-VENDOR-CODE
                   MOVE WS-QUOTE-VALUE(QUOTE-IDX) TO U-QUOTE
                   WRITE RPT-LINE FROM WS-UNMAPPED-LINE
                   MOVE "REPORT-UNMAPPED-CODES" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "vendor code "
                       WS-QUOTE-VENDOR-CODE(QUOTE-IDX)
                       " not on rate-feed map, ignored"
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
               SET QUOTE-IDX UP BY 1
           END-PERFORM.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           COMPUTE JA-REJECT-COUNT = WS-CARRIED-COUNT
               + WS-NO-RATE-COUNT + WS-UNMAPPED-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-LOADED-COUNT
               + WS-CARRIED-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
