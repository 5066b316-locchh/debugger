               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "DIVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSPENSE-REPORT ASSIGN TO "DIVSUSRT"

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           COPY DIVSUSP.

       FD  SUSPENSE-REPORT.
       01  SUS-LINE            PIC X(80).
       01  WS-EXCP-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-SUSP-STATUS      PIC X(2)    VALUE "00".
       01  WS-BUSDATE-STATUS   PIC X(2)    VALUE "00".
       01  WS-SUSP-IO-ERROR    PIC X       VALUE "N".
       01  WS-CARRIED-COUNT    PIC 9(5)    VALUE ZERO.
       01  WS-CLEARED-COUNT    PIC 9(5)    VALUE ZERO.
       01  WS-TODAY-INT        PIC S9(9)   VALUE ZERO.
           05  WS-RUN-MM       PIC 9(2).
           05  WS-RUN-DD       PIC 9(2).

       01  WS-ERR-PROGRAM-ID   PIC X(30)   VALUE
           "InvalidDivisionProgram".
       01  WS-ERR-PARAGRAPH    PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-RUN-DATE.
           PERFORM OPEN-SUSPENSE-FILE.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT DIVISION-REPORT.
           PERFORM GET-REPORT-GENERATION.
           CLOSE DIVISION-REPORT.
           PERFORM WRITE-REPORT-INDEX.
           CLOSE ROUNDING-REPORT.
           CLOSE SUSPENSE-FILE.
           PERFORM WRITE-SUSPENSE-REPORT.
           DISPLAY "RECORDS DIVIDED:      " WS-DETAIL-COUNT.
           DISPLAY "ROUNDING ADJUSTMENTS: " WS-ADJUST-COUNT.
           DISPLAY "DIVIDE EXCEPTIONS:    " WS-EXCP-COUNT.
           DISPLAY "SUSPENSE CARRIED:     " WS-CARRIED-COUNT.
           DISPLAY "SUSPENSE CLEARED:     " WS-CLEARED-COUNT.
           IF WS-SUSP-IO-ERROR = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADJUST-COUNT > 0 OR WS-EXCP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

           CLOSE REPORT-REPOSITORY.

       ADD-TO-SUSPENSE.
           MOVE TRAN-KEY TO DS-KEY.
           READ SUSPENSE-FILE
               INVALID KEY
                   PERFORM ADD-SUSPENSE-ITEM
               NOT INVALID KEY
                   MOVE TRAN-NUM1 TO DS-NUM1
                   MOVE TRAN-NUM2 TO DS-NUM2
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           PERFORM NOTE-SUSPENSE-IO-ERROR
                   END-REWRITE
           END-READ.

       ADD-SUSPENSE-ITEM.
           MOVE WS-RUN-DATE-NUM TO DS-FIRST-DATE.
           MOVE TRAN-KEY TO DS-KEY.
           MOVE TRAN-BRANCH TO DS-BRANCH.
           MOVE TRAN-NUM1 TO DS-NUM1.
           MOVE TRAN-NUM2 TO DS-NUM2.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   PERFORM NOTE-SUSPENSE-IO-ERROR
           END-WRITE.

       CLEAR-SUSPENSE-ITEM.
           MOVE TRAN-KEY TO DS-KEY.
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE SUSPENSE-FILE RECORD
                       INVALID KEY
                           PERFORM NOTE-SUSPENSE-IO-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-CLEARED-COUNT
                   END-DELETE
           END-READ.

       NOTE-SUSPENSE-IO-ERROR.
           IF WS-SUSP-IO-ERROR = "N"
               MOVE "Y" TO WS-SUSP-IO-ERROR
               MOVE "NOTE-SUSPENSE-IO-ERROR" TO WS-ERR-PARAGRAPH
               MOVE SPACES TO WS-ERR-MESSAGE
               STRING "suspense file update failed, status "
                   WS-SUSP-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE
               MOVE "S" TO WS-ERR-SEVERITY
               CALL "ErrorLogger" USING WS-ERR-PROGRAM-ID
                   WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                       WS-ERR-SEVERITY
           END-IF.

       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               PERFORM NOTE-SUSPENSE-IO-ERROR
           END-IF.

       WRITE-SUSPENSE-REPORT.
           OPEN OUTPUT SUSPENSE-REPORT.
           WRITE SUS-LINE FROM WS-SUSP-HEADER.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-SUSP-STATUS
                       NOT AT END
                           ADD 1 TO WS-CARRIED-COUNT
                           MOVE DS-KEY TO SU-KEY
                           MOVE DS-BRANCH TO SU-BRANCH
                           MOVE DS-FIRST-DATE TO SU-FIRST-DATE
                           COMPUTE WS-REC-INT =
                               FUNCTION INTEGER-OF-DATE(DS-FIRST-DATE)
                           COMPUTE WS-AGE-DAYS =
                               WS-TODAY-INT - WS-REC-INT
                           MOVE WS-AGE-DAYS TO SU-AGE
                           WRITE SUS-LINE FROM WS-SUSPENSE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE SUSPENSE-REPORT.

       WRITE-DIVISION-DETAIL.
