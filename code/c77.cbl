       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendFileLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-GL-PENDING-FILE ASSIGN TO "GLPENDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPENDI-STATUS.

           SELECT GL-PENDING-FILE ASSIGN TO "GLPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-KEY
               FILE STATUS IS WS-GLPEND-STATUS.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "DIVSUSPI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPI-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "DIVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GL-PENDING-FILE.
       01  OLD-GL-PENDING-RECORD   PIC X(49).

       FD  GL-PENDING-FILE.
       01  GL-PENDING-RECORD.
           COPY GLPEND.

       FD  OLD-SUSPENSE-FILE.
       01  OLD-SUSPENSE-RECORD     PIC X(28).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY DIVSUSP.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
           COPY JOBAUD.

       WORKING-STORAGE SECTION.
       01  WS-GLPENDI-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLPEND-STATUS        PIC X(2)    VALUE "00".
       01  WS-SUSPI-STATUS         PIC X(2)    VALUE "00".
       01  WS-SUSP-STATUS          PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS       PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS        PIC X(2)    VALUE "00".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
       01  WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-LOAD-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-DUP-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-GLPEND-READ          PIC 9(7)    VALUE ZERO.
       01  WS-GLPEND-LOADED        PIC 9(7)    VALUE ZERO.
       01  WS-SUSP-READ            PIC 9(7)    VALUE ZERO.
       01  WS-SUSP-LOADED          PIC 9(7)    VALUE ZERO.
       01  WS-OPEN-FAILED          PIC X       VALUE "N".

       01  WS-ERR-PROGRAM-ID       PIC X(30)   VALUE "PendFileLoad".
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
           PERFORM LOAD-GL-PENDING.
           PERFORM LOAD-SUSPENSE.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           DISPLAY "GLPEND ROWS READ:    " WS-GLPEND-READ.
           DISPLAY "GLPEND ROWS LOADED:  " WS-GLPEND-LOADED.
           DISPLAY "DIVSUSP ROWS READ:   " WS-SUSP-READ.
           DISPLAY "DIVSUSP ROWS LOADED: " WS-SUSP-LOADED.
           DISPLAY "DUPLICATE KEYS:      " WS-DUP-COUNT.
           IF WS-OPEN-FAILED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DUP-COUNT > 0
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

       LOAD-GL-PENDING.
           OPEN INPUT OLD-GL-PENDING-FILE.
           IF WS-GLPENDI-STATUS NOT = "00"
               MOVE "LOAD-GL-PENDING" TO WS-ERR-PARAGRAPH
               MOVE "old GL pending file not available, nothing loaded"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               OPEN I-O GL-PENDING-FILE
               IF WS-GLPEND-STATUS = "35"
                   OPEN OUTPUT GL-PENDING-FILE
               END-IF
               IF WS-GLPEND-STATUS NOT = "00"
                   MOVE "Y" TO WS-OPEN-FAILED
                   MOVE "LOAD-GL-PENDING" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "keyed GL pending file not opened, status "
                       WS-GLPEND-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               ELSE
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ OLD-GL-PENDING-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               ADD 1 TO WS-GLPEND-READ
                               PERFORM LOAD-ONE-PENDING-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE GL-PENDING-FILE
               END-IF
               CLOSE OLD-GL-PENDING-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       LOAD-ONE-PENDING-ITEM.
           MOVE OLD-GL-PENDING-RECORD TO GL-PENDING-RECORD.
           WRITE GL-PENDING-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   MOVE "LOAD-ONE-PENDING-ITEM" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "duplicate GLPEND key on load: " GP-DATE
                       " " GP-ACCOUNT-CODE " " GP-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD 1 TO WS-GLPEND-LOADED
           END-WRITE.

       LOAD-SUSPENSE.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WS-SUSPI-STATUS NOT = "00"
               MOVE "LOAD-SUSPENSE" TO WS-ERR-PARAGRAPH
               MOVE "old suspense file not available, nothing loaded"
                   TO WS-ERR-MESSAGE
               MOVE "W" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           ELSE
               OPEN I-O SUSPENSE-FILE
               IF WS-SUSP-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF WS-SUSP-STATUS NOT = "00"
                   MOVE "Y" TO WS-OPEN-FAILED
                   MOVE "LOAD-SUSPENSE" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "keyed suspense file not opened, status "
                       WS-SUSP-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "S" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                           WS-ERR-SEVERITY
               ELSE
                   PERFORM UNTIL WS-EOF-SWITCH = "Y"
                       READ OLD-SUSPENSE-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-SWITCH
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               ADD 1 TO WS-SUSP-READ
                               PERFORM LOAD-ONE-SUSPENSE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF
               CLOSE OLD-SUSPENSE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       LOAD-ONE-SUSPENSE-ITEM.
           MOVE OLD-SUSPENSE-RECORD TO SUSPENSE-RECORD.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   MOVE "LOAD-ONE-SUSPENSE-ITEM" TO WS-ERR-PARAGRAPH
                   MOVE SPACES TO WS-ERR-MESSAGE
                   STRING "duplicate DIVSUSP key on load: " DS-KEY
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE
                   MOVE "W" TO WS-ERR-SEVERITY
                   CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                       WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD 1 TO WS-SUSP-LOADED
           END-WRITE.

       WRITE-JOB-AUDIT-RECORD.
           MOVE WS-ERR-PROGRAM-ID TO JA-PROGRAM-ID.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE WS-RUN-DATE-NUM TO JA-RUN-DATE.
           ACCEPT JA-END-TIME FROM TIME.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           MOVE WS-DUP-COUNT TO JA-REJECT-COUNT.
           MOVE WS-LOAD-COUNT TO JA-WRITE-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           END-IF.
           WRITE JOB-AUDIT-RECORD.
           CLOSE JOB-AUDIT-FILE.
