       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobAuditChain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-AUDIT-FILE.
       01  CHAIN-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-LAST-SEQ             PIC 9(9)    VALUE ZERO.
       01  WS-LAST-CHECK           PIC 9(10)   VALUE ZERO.
       01  WS-CHECK-LENGTH         PIC 9(3)    VALUE 94.
       01  WS-STAMP.
           05  WS-STAMP-DATE       PIC 9(8).
           05  WS-STAMP-TIME       PIC 9(6).
       01  WS-STAMP-NUM REDEFINES WS-STAMP
                                   PIC 9(14).
       01  WS-CLOCK                PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05  WS-CLOCK-HHMMSS     PIC 9(6).
           05  WS-CLOCK-HUNDREDTHS PIC 9(2).

       LINKAGE SECTION.
       01  LS-JOB-AUDIT-RECORD.
           COPY JOBAUD.

       PROCEDURE DIVISION USING LS-JOB-AUDIT-RECORD.
       MAIN-PARA.
           PERFORM FIND-LAST-LINK.
           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-LAST-SEQ TO JA-CHAIN-SEQ OF LS-JOB-AUDIT-RECORD.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-STAMP-TIME.
           MOVE WS-STAMP-NUM TO JA-CHAIN-STAMP OF LS-JOB-AUDIT-RECORD.
           CALL "AuditCheckValue" USING WS-LAST-CHECK
               LS-JOB-AUDIT-RECORD WS-CHECK-LENGTH
               JA-CHAIN-CHECK OF LS-JOB-AUDIT-RECORD.
           GOBACK.

       FIND-LAST-LINK.
           MOVE ZERO TO WS-LAST-SEQ WS-LAST-CHECK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CHAIN-AUDIT-FILE.
           IF WS-JOBAUD-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHAIN-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF JA-CHAIN-SEQ OF CHAIN-AUDIT-RECORD
                                   NUMERIC
                                   AND JA-CHAIN-CHECK
                                   OF CHAIN-AUDIT-RECORD NUMERIC
                               MOVE JA-CHAIN-SEQ OF CHAIN-AUDIT-RECORD
                                   TO WS-LAST-SEQ
                               MOVE JA-CHAIN-CHECK
                                   OF CHAIN-AUDIT-RECORD
                                   TO WS-LAST-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-AUDIT-FILE
           END-IF.
