       IDENTIFICATION DIVISION.
       PROGRAM-ID. NumberGenRetention.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO "NUMRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMRCTL-STATUS.

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

           SELECT NUMBER-WORK-FILE ASSIGN TO "NUMWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
           05  NR-KEEP-DAYS        PIC 9(3).

       FD  NUMBER-CATALOG.
       01  NUMBER-CATALOG-RECORD.
           COPY NUMCAT.

       FD  EVEN-FILE.
       01  EVEN-RECORD             PIC X(61).

       FD  ODD-FILE.
       01  ODD-RECORD              PIC X(61).

       FD  EXCEPTION-FILE.
       01  EXCP-RECORD             PIC X(61).

       FD  NUMBER-WORK-FILE.
       01  NUMBER-WORK-RECORD      PIC X(61).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-NUMRCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-NUMCAT-STATUS        PIC X(2)    VALUE "00".
       01  WS-EVEN-STATUS          PIC X(2)    VALUE "00".
       01  WS-ODD-STATUS           PIC X(2)    VALUE "00".
       01  WS-EXCP-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-PRUNE-SW             PIC X       VALUE "N".
       01  WS-TODAY-INT            PIC S9(9)   VALUE ZERO.
       01  WS-RECORD-INT           PIC S9(9)   VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(9)   VALUE ZERO.
       01  WS-GEN-DATE             PIC 9(8)    VALUE ZERO.

       01  WS-KEEP-DAYS            PIC 9(3)    VALUE 35.

       01  WS-KEPT-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-PURGED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-UNDATED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-KEPT           PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-PURGED         PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-UNDATED        PIC 9(7)    VALUE ZERO.
       01  WS-GENS-PRUNED          PIC 9(7)    VALUE ZERO.

       01  WS-GEN-RECORD.
           COPY NUMGEN.

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE
           "NumberGenRetention".

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
           PERFORM GET-RETENTION-CONTROL.
           PERFORM PRUNE-NUMBER-CATALOG.
           PERFORM PRUNE-EVEN-FILE.
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT.
           ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED.
           ADD WS-UNDATED-COUNT TO WS-TOTAL-UNDATED.
           PERFORM PRUNE-ODD-FILE.
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT.
           ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED.
           ADD WS-UNDATED-COUNT TO WS-TOTAL-UNDATED.
           PERFORM PRUNE-EXCP-FILE.
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT.
           ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED.
           ADD WS-UNDATED-COUNT TO WS-TOTAL-UNDATED.
           DISPLAY "NUMBER GENERATIONS PRUNED: " WS-GENS-PRUNED
               " KEEP DAYS " WS-KEEP-DAYS.
           IF WS-TOTAL-UNDATED > 0
               DISPLAY "UNDATED ROWS DROPPED (WRITTEN BEFORE DATED "
                   "GENERATIONS): " WS-TOTAL-UNDATED
           END-IF.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           MOVE 0 TO RETURN-CODE.
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       GET-RETENTION-CONTROL.
           OPEN INPUT RETENTION-CONTROL-FILE.
           IF WS-NUMRCTL-STATUS = "00"
               READ RETENTION-CONTROL-FILE
                   NOT AT END
                       IF NR-KEEP-DAYS NUMERIC AND NR-KEEP-DAYS > 0
                           MOVE NR-KEEP-DAYS TO WS-KEEP-DAYS
                       END-IF
               END-READ
               CLOSE RETENTION-CONTROL-FILE
           END-IF.

       CHECK-GENERATION-AGE.
           MOVE "N" TO WS-PRUNE-SW.
           IF WS-GEN-DATE NUMERIC AND WS-GEN-DATE > 0
               COMPUTE WS-RECORD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-GEN-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RECORD-INT
               IF WS-AGE-DAYS > WS-KEEP-DAYS
                   MOVE "Y" TO WS-PRUNE-SW
               END-IF
           END-IF.

       PRUNE-NUMBER-CATALOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NUMBER-CATALOG.
           IF WS-NUMCAT-STATUS = "00"
               OPEN OUTPUT NUMBER-WORK-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ NUMBER-CATALOG
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE NC-DATE TO WS-GEN-DATE
                           PERFORM CHECK-GENERATION-AGE
                           IF WS-PRUNE-SW = "Y"
                               ADD 1 TO WS-GENS-PRUNED
                           ELSE
                               WRITE NUMBER-WORK-RECORD
                                   FROM NUMBER-CATALOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMBER-CATALOG
               CLOSE NUMBER-WORK-FILE
               PERFORM REPLACE-NUMBER-CATALOG
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       REPLACE-NUMBER-CATALOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NUMBER-WORK-FILE.
           OPEN OUTPUT NUMBER-CATALOG.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ NUMBER-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE NUMBER-CATALOG-RECORD
                           FROM NUMBER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE NUMBER-WORK-FILE.
           CLOSE NUMBER-CATALOG.

       PRUNE-EVEN-FILE.
           MOVE ZERO TO WS-KEPT-COUNT WS-PURGED-COUNT WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EVEN-FILE.
           IF WS-EVEN-STATUS = "00"
               OPEN OUTPUT NUMBER-WORK-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EVEN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EVEN-RECORD TO WS-GEN-RECORD
                           PERFORM SELECT-GENERATION-ROW
                   END-READ
               END-PERFORM
               CLOSE EVEN-FILE
               CLOSE NUMBER-WORK-FILE
               PERFORM REPLACE-EVEN-FILE
           END-IF.
           DISPLAY "EVENFILE: KEPT " WS-KEPT-COUNT
               " PURGED " WS-PURGED-COUNT " UNDATED " WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.

       REPLACE-EVEN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NUMBER-WORK-FILE.
           OPEN OUTPUT EVEN-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ NUMBER-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE EVEN-RECORD FROM NUMBER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE NUMBER-WORK-FILE.
           CLOSE EVEN-FILE.

       PRUNE-ODD-FILE.
           MOVE ZERO TO WS-KEPT-COUNT WS-PURGED-COUNT WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ODD-FILE.
           IF WS-ODD-STATUS = "00"
               OPEN OUTPUT NUMBER-WORK-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ ODD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ODD-RECORD TO WS-GEN-RECORD
                           PERFORM SELECT-GENERATION-ROW
                   END-READ
               END-PERFORM
               CLOSE ODD-FILE
               CLOSE NUMBER-WORK-FILE
               PERFORM REPLACE-ODD-FILE
           END-IF.
           DISPLAY "ODDFILE: KEPT " WS-KEPT-COUNT
               " PURGED " WS-PURGED-COUNT " UNDATED " WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.

       REPLACE-ODD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NUMBER-WORK-FILE.
           OPEN OUTPUT ODD-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ NUMBER-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE ODD-RECORD FROM NUMBER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE NUMBER-WORK-FILE.
           CLOSE ODD-FILE.

       PRUNE-EXCP-FILE.
           MOVE ZERO TO WS-KEPT-COUNT WS-PURGED-COUNT WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "00"
               OPEN OUTPUT NUMBER-WORK-FILE
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EXCEPTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE EXCP-RECORD TO WS-GEN-RECORD
                           PERFORM SELECT-GENERATION-ROW
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               CLOSE NUMBER-WORK-FILE
               PERFORM REPLACE-EXCP-FILE
           END-IF.
           DISPLAY "NUMEXCP: KEPT " WS-KEPT-COUNT
               " PURGED " WS-PURGED-COUNT " UNDATED " WS-UNDATED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.

       REPLACE-EXCP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NUMBER-WORK-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ NUMBER-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE EXCP-RECORD FROM NUMBER-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE NUMBER-WORK-FILE.
           CLOSE EXCEPTION-FILE.

       SELECT-GENERATION-ROW.
           IF NG-DATE NOT NUMERIC OR NG-GENERATION NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               MOVE NG-DATE TO WS-GEN-DATE
               PERFORM CHECK-GENERATION-AGE
               IF WS-PRUNE-SW = "Y"
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   WRITE NUMBER-WORK-RECORD FROM WS-GEN-RECORD
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-IF.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           COMPUTE JA-READ-COUNT = WS-TOTAL-KEPT + WS-TOTAL-PURGED.
           MOVE WS-TOTAL-PURGED TO JA-REJECT-COUNT.
           MOVE WS-TOTAL-KEPT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
