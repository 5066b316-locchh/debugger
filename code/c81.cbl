       IDENTIFICATION DIVISION.
       PROGRAM-ID. DelimitedExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "EXTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTCTL-STATUS.

           SELECT BRANCH-TOTALS-FILE ASSIGN TO "BRTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRTOT-STATUS.

           SELECT MONTHLY-TOTALS-FILE ASSIGN TO "MONTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTOT-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "POSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSMSTR-STATUS.

           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-BRNCH-STATUS.

           SELECT REVERSED-DATE-FILE ASSIGN TO "RVRSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVRS-STATUS.

           SELECT CSV-EXTRACT-FILE ASSIGN TO "EXTCSV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05  XC-SOURCE           PIC X(8).
           05  XC-FROM-DATE        PIC 9(8).
           05  XC-TO-DATE          PIC 9(8).
           05  XC-BRANCH           PIC X(4).
           05  XC-REGION           PIC X(10).
           05  XC-CURRENCY         PIC X(3).

       FD  BRANCH-TOTALS-FILE.
       01  BRANCH-TOTAL-RECORD.
           COPY BRNTOT.

       FD  MONTHLY-TOTALS-FILE.
       01  MONTHLY-TOTAL-RECORD.
           COPY MONTOT.

       FD  POSITION-MASTER-FILE.
       01  POSITION-MASTER-RECORD.
           COPY POSMSTR.

       FD  BRANCH-MASTER.
       01  BRANCH-MASTER-RECORD.
           COPY BRNCHMST.

       FD  REVERSED-DATE-FILE.
       01  REVERSED-DATE-RECORD.
           05  RV-DATE             PIC 9(8).

       FD  CSV-EXTRACT-FILE.
       01  CSV-RECORD              PIC X(200).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-EXTCTL-STATUS        PIC X(2)    VALUE "00".
       01  WS-BRTOT-STATUS         PIC X(2)    VALUE "00".
       01  WS-MONTOT-STATUS        PIC X(2)    VALUE "00".
       01  WS-POSMSTR-STATUS       PIC X(2)    VALUE "00".
       01  WS-BRNCH-STATUS         PIC X(2)    VALUE "00".
       01  WS-RVRS-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-CONTROL-VALID        PIC X       VALUE "N".
       01  WS-SOURCE-OPENED        PIC X       VALUE "N".
       01  WS-WARNING-SW           PIC X       VALUE "N".
       01  WS-ROW-REVERSED         PIC X       VALUE "N".
       01  WS-ROW-SELECTED         PIC X       VALUE "N".

       01  WS-SOURCE               PIC X(8)    VALUE SPACES.
       01  WS-FROM-DATE            PIC 9(8)    VALUE ZERO.
       01  WS-TO-DATE              PIC 9(8)    VALUE 99999999.
       01  WS-BRANCH-FILTER        PIC X(4)    VALUE SPACES.
       01  WS-REGION-FILTER        PIC X(10)   VALUE SPACES.
       01  WS-CURRENCY-FILTER      PIC X(3)    VALUE SPACES.

       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-ROW-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-REVERSED-SKIPPED     PIC 9(7)    VALUE ZERO.
       01  WS-AMOUNT-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-ROW-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-ROW-BRANCH           PIC X(4)    VALUE SPACES.
       01  WS-ROW-REGION           PIC X(10)   VALUE SPACES.
       01  WS-ROW-CURRENCY         PIC X(3)    VALUE SPACES.

       01  WS-TRAILER-WORK.
           COPY FILETRLR.

       01  WS-DATE-SPLIT.
           05  WS-SPLIT-YYYY       PIC 9(4).
           05  WS-SPLIT-MM         PIC 9(2).
           05  WS-SPLIT-DD         PIC 9(2).
       01  WS-CSV-DATE.
           05  CD-YYYY             PIC 9(4).
           05  FILLER              PIC X       VALUE "-".
           05  CD-MM               PIC 9(2).
           05  FILLER              PIC X       VALUE "-".
           05  CD-DD               PIC 9(2).

       01  WS-AMOUNT-1-ED          PIC -(9)9.99.
       01  WS-AMOUNT-2-ED          PIC -(9)9.99.
       01  WS-AMOUNT-3-ED          PIC -(9)9.99.
       01  WS-TOTAL-ED             PIC -(13)9.99.
       01  WS-ROW-COUNT-ED         PIC Z(6)9.
       01  WS-SKIPPED-ED           PIC Z(6)9.
       01  WS-CSV-LINE             PIC X(200)  VALUE SPACES.

       01  WS-RVRS-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-RVRS-TABLE.
           05  WS-RVRS-DATE        PIC 9(8)    OCCURS 200 TIMES
                                       INDEXED BY RVRS-IDX.

       01  WS-BRANCH-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY     OCCURS 500 TIMES
                                       INDEXED BY BR-IDX.
               10  WS-BR-CODE      PIC X(4).
               10  WS-BR-REGION    PIC X(10).

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "DelimitedExtract".
       01  WS-ERR-PARAGRAPH        PIC X(30).
       01  WS-ERR-MESSAGE          PIC X(80).
       01  WS-ERR-SEVERITY         PIC X       VALUE "W".

       01  WS-JOB-START-TIME       PIC 9(6).
       01  WS-RUN-DATE-NUM         PIC 9(8)    VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM GET-EXTRACT-CONTROL.
           IF WS-CONTROL-VALID = "Y"
               PERFORM LOAD-REVERSED-DATES
               PERFORM LOAD-BRANCH-REGIONS
               OPEN OUTPUT CSV-EXTRACT-FILE
               EVALUATE WS-SOURCE
                   WHEN "BRTOT"
                       PERFORM EXTRACT-BRANCH-TOTALS
                   WHEN "MONTOT"
                       PERFORM EXTRACT-MONTHLY-TOTALS
                   WHEN "POSMSTR"
                       PERFORM EXTRACT-POSITIONS
               END-EVALUATE
               PERFORM WRITE-CONTROL-ROW
               CLOSE CSV-EXTRACT-FILE
               DISPLAY "EXTRACT " WS-SOURCE " ROWS: " WS-ROW-COUNT
                   " REVERSED-DATE ROWS LEFT OUT: "
                   WS-REVERSED-SKIPPED
           END-IF.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           IF WS-CONTROL-VALID = "N" OR WS-SOURCE-OPENED = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-SW = "Y"
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

       GET-EXTRACT-CONTROL.
           OPEN INPUT EXTRACT-CONTROL-FILE.
           IF WS-EXTCTL-STATUS = "00"
               READ EXTRACT-CONTROL-FILE
                   NOT AT END
                       MOVE XC-SOURCE TO WS-SOURCE
                       IF XC-FROM-DATE NUMERIC
                           MOVE XC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF XC-TO-DATE NUMERIC AND XC-TO-DATE > 0
                           MOVE XC-TO-DATE TO WS-TO-DATE
                       END-IF
                       MOVE XC-BRANCH TO WS-BRANCH-FILTER
                       MOVE XC-REGION TO WS-REGION-FILTER
                       MOVE XC-CURRENCY TO WS-CURRENCY-FILTER
               END-READ
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.
           EVALUATE WS-SOURCE
               WHEN "BRTOT"
               WHEN "MONTOT"
               WHEN "POSMSTR"
                   MOVE "Y" TO WS-CONTROL-VALID
               WHEN OTHER
                   MOVE "GET-EXTRACT-CONTROL" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "extract control card missing or source "
                       "not BRTOT, MONTOT or POSMSTR: " WS-SOURCE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
           END-EVALUATE.
           IF WS-CONTROL-VALID = "Y" AND WS-SOURCE = "MONTOT"
               IF WS-BRANCH-FILTER NOT = SPACES
                       OR WS-REGION-FILTER NOT = SPACES
                   MOVE SPACES TO WS-BRANCH-FILTER
                   MOVE SPACES TO WS-REGION-FILTER
                   MOVE "Y" TO WS-WARNING-SW
                   MOVE "GET-EXTRACT-CONTROL" TO WS-ERR-PARAGRAPH
                   MOVE "branch and region filters ignored for MONTOT"
                       TO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               END-IF
           END-IF.

       LOAD-REVERSED-DATES.
           OPEN INPUT REVERSED-DATE-FILE.
           IF WS-RVRS-STATUS = "00"
               PERFORM UNTIL WS-RVRS-STATUS NOT = "00"
                   READ REVERSED-DATE-FILE
                       AT END
                           MOVE "10" TO WS-RVRS-STATUS
                       NOT AT END
                           IF WS-RVRS-COUNT < 200
                               ADD 1 TO WS-RVRS-COUNT
                               SET RVRS-IDX TO WS-RVRS-COUNT
                               MOVE RV-DATE TO WS-RVRS-DATE(RVRS-IDX)
                           ELSE
                               PERFORM NOTE-TABLE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSED-DATE-FILE
           END-IF.

       LOAD-BRANCH-REGIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BRANCH-MASTER.
           IF WS-BRNCH-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BRANCH-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-BRANCH-COUNT < 500
                               ADD 1 TO WS-BRANCH-COUNT
                               SET BR-IDX TO WS-BRANCH-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BR-CODE(BR-IDX)
                               MOVE BM-REGION TO WS-BR-REGION(BR-IDX)
                           ELSE
                               PERFORM NOTE-TABLE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       NOTE-TABLE-OVERFLOW.
           IF WS-WARNING-SW = "N"
               MOVE "NOTE-TABLE-OVERFLOW" TO WS-ERR-PARAGRAPH
               MOVE "reversed-date or branch table capacity exceeded"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.
           MOVE "Y" TO WS-WARNING-SW.

       EXTRACT-BRANCH-TOTALS.
           MOVE "DATE,BRANCH,REGION,CURRENCY,AMOUNT" TO CSV-RECORD.
           WRITE CSV-RECORD.
           OPEN INPUT BRANCH-TOTALS-FILE.
           IF WS-BRTOT-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-OPENED
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ BRANCH-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE BRANCH-TOTAL-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               ADD 1 TO WS-READ-COUNT
                               MOVE BT-DATE TO WS-ROW-DATE
                               MOVE BT-BRANCH TO WS-ROW-BRANCH
                               MOVE BT-CURRENCY TO WS-ROW-CURRENCY
                               PERFORM SELECT-ROW
                               IF WS-ROW-SELECTED = "Y"
                                   PERFORM WRITE-BRANCH-TOTAL-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-TOTALS-FILE
           ELSE
               PERFORM NOTE-SOURCE-NOT-OPENED
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-BRANCH-TOTAL-ROW.
           ADD 1 TO WS-ROW-COUNT.
           ADD BT-AMOUNT TO WS-AMOUNT-TOTAL.
           MOVE BT-AMOUNT TO WS-AMOUNT-1-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-CSV-DATE ","
               FUNCTION TRIM(WS-ROW-BRANCH) ","
               FUNCTION TRIM(WS-ROW-REGION) ","
               FUNCTION TRIM(WS-ROW-CURRENCY) ","
               FUNCTION TRIM(WS-AMOUNT-1-ED)
               DELIMITED BY SIZE INTO WS-CSV-LINE.
           WRITE CSV-RECORD FROM WS-CSV-LINE.

       EXTRACT-MONTHLY-TOTALS.
           MOVE "DATE,CURRENCY,ENTITY,AMOUNT" TO CSV-RECORD.
           WRITE CSV-RECORD.
           OPEN INPUT MONTHLY-TOTALS-FILE.
           IF WS-MONTOT-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-OPENED
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ MONTHLY-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE MONTHLY-TOTAL-RECORD
                               TO WS-TRAILER-WORK
                           IF FT-TAG NOT = "TRLR"
                               ADD 1 TO WS-READ-COUNT
                               MOVE MT-DATE TO WS-ROW-DATE
                               MOVE SPACES TO WS-ROW-BRANCH
                               MOVE MT-CURRENCY-CODE TO WS-ROW-CURRENCY
                               PERFORM SELECT-ROW
                               IF WS-ROW-SELECTED = "Y"
                                       AND MT-REVERSAL-FLAG NOT = "R"
                                   PERFORM WRITE-MONTHLY-TOTAL-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-TOTALS-FILE
           ELSE
               PERFORM NOTE-SOURCE-NOT-OPENED
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-MONTHLY-TOTAL-ROW.
           ADD 1 TO WS-ROW-COUNT.
           ADD MT-RESULT TO WS-AMOUNT-TOTAL.
           MOVE MT-RESULT TO WS-AMOUNT-1-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-CSV-DATE ","
               FUNCTION TRIM(WS-ROW-CURRENCY) ","
               FUNCTION TRIM(MT-ENTITY) ","
               FUNCTION TRIM(WS-AMOUNT-1-ED)
               DELIMITED BY SIZE INTO WS-CSV-LINE.
           WRITE CSV-RECORD FROM WS-CSV-LINE.

       EXTRACT-POSITIONS.
           MOVE "DATE,BRANCH,REGION,CURRENCY,OPENING,MOVEMENT,CLOSING"
               TO CSV-RECORD.
           WRITE CSV-RECORD.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POSMSTR-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-OPENED
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE PM-DATE TO WS-ROW-DATE
                           MOVE PM-BRANCH TO WS-ROW-BRANCH
                           MOVE PM-CURRENCY TO WS-ROW-CURRENCY
                           PERFORM SELECT-ROW
                           IF WS-ROW-SELECTED = "Y"
                               PERFORM WRITE-POSITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           ELSE
               PERFORM NOTE-SOURCE-NOT-OPENED
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-POSITION-ROW.
           ADD 1 TO WS-ROW-COUNT.
           ADD PM-MOVEMENT TO WS-AMOUNT-TOTAL.
           MOVE PM-OPENING TO WS-AMOUNT-1-ED.
           MOVE PM-MOVEMENT TO WS-AMOUNT-2-ED.
           MOVE PM-CLOSING TO WS-AMOUNT-3-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-CSV-DATE ","
               FUNCTION TRIM(WS-ROW-BRANCH) ","
               FUNCTION TRIM(WS-ROW-REGION) ","
               FUNCTION TRIM(WS-ROW-CURRENCY) ","
               FUNCTION TRIM(WS-AMOUNT-1-ED) ","
               FUNCTION TRIM(WS-AMOUNT-2-ED) ","
               FUNCTION TRIM(WS-AMOUNT-3-ED)
               DELIMITED BY SIZE INTO WS-CSV-LINE.
           WRITE CSV-RECORD FROM WS-CSV-LINE.

       SELECT-ROW.
           MOVE "Y" TO WS-ROW-SELECTED.
           IF WS-ROW-DATE < WS-FROM-DATE OR WS-ROW-DATE > WS-TO-DATE
               MOVE "N" TO WS-ROW-SELECTED
           END-IF.
           IF WS-CURRENCY-FILTER NOT = SPACES
                   AND WS-ROW-CURRENCY NOT = WS-CURRENCY-FILTER
               MOVE "N" TO WS-ROW-SELECTED
           END-IF.
           IF WS-BRANCH-FILTER NOT = SPACES
                   AND WS-ROW-BRANCH NOT = WS-BRANCH-FILTER
               MOVE "N" TO WS-ROW-SELECTED
           END-IF.
           PERFORM FIND-BRANCH-REGION.
           IF WS-REGION-FILTER NOT = SPACES
                   AND WS-ROW-REGION NOT = WS-REGION-FILTER
               MOVE "N" TO WS-ROW-SELECTED
           END-IF.
           IF WS-ROW-SELECTED = "Y"
               PERFORM CHECK-REVERSED-DATE
               IF WS-ROW-REVERSED = "Y"
                   ADD 1 TO WS-REVERSED-SKIPPED
                   MOVE "N" TO WS-ROW-SELECTED
               END-IF
           END-IF.
           MOVE WS-ROW-DATE TO WS-DATE-SPLIT.
           MOVE WS-SPLIT-YYYY TO CD-YYYY.
           MOVE WS-SPLIT-MM TO CD-MM.
           MOVE WS-SPLIT-DD TO CD-DD.

       FIND-BRANCH-REGION.
           MOVE SPACES TO WS-ROW-REGION.
           IF WS-ROW-BRANCH NOT = SPACES
               SET BR-IDX TO 1
               PERFORM UNTIL BR-IDX > WS-BRANCH-COUNT
                   IF WS-BR-CODE(BR-IDX) = WS-ROW-BRANCH
                       MOVE WS-BR-REGION(BR-IDX) TO WS-ROW-REGION
                   END-IF
                   SET BR-IDX UP BY 1
               END-PERFORM
           END-IF.

       CHECK-REVERSED-DATE.
           MOVE "N" TO WS-ROW-REVERSED.
           SET RVRS-IDX TO 1.
           PERFORM UNTIL RVRS-IDX > WS-RVRS-COUNT
               IF WS-RVRS-DATE(RVRS-IDX) = WS-ROW-DATE
                   MOVE "Y" TO WS-ROW-REVERSED
               END-IF
               SET RVRS-IDX UP BY 1
           END-PERFORM.

       NOTE-SOURCE-NOT-OPENED.
           MOVE "NOTE-SOURCE-NOT-OPENED" TO WS-ERR-PARAGRAPH.
           MOVE SPACES TO WS-ERR-MESSAGE.
           STRING "extract source file could not be opened: "
               WS-SOURCE
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE "S" TO WS-ERR-SEVERITY.
           CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-CONTROL-ROW.
           MOVE WS-ROW-COUNT TO WS-ROW-COUNT-ED.
           MOVE WS-AMOUNT-TOTAL TO WS-TOTAL-ED.
           MOVE WS-REVERSED-SKIPPED TO WS-SKIPPED-ED.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "ROW COUNT,"
               FUNCTION TRIM(WS-ROW-COUNT-ED) ","
               "AMOUNT TOTAL,"
               FUNCTION TRIM(WS-TOTAL-ED) ","
               "REVERSED-DATE ROWS LEFT OUT,"
               FUNCTION TRIM(WS-SKIPPED-ED)
               DELIMITED BY SIZE INTO WS-CSV-LINE.
           WRITE CSV-RECORD FROM WS-CSV-LINE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE ZERO TO JA-REJECT-COUNT.
           MOVE WS-ROW-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
