           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

           SELECT EVEN-FILE ASSIGN TO "EVENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVEN-STATUS.

           SELECT ODD-FILE ASSIGN TO "ODDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODD-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "NUMEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT EVEN-WORK-FILE ASSIGN TO "EVENWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ODD-WORK-FILE ASSIGN TO "ODDWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCP-WORK-FILE ASSIGN TO "EXCPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NUMBER-CATALOG ASSIGN TO "NUMCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMCAT-STATUS.

           SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBAUD-STATUS.
       01  SORT-WORK-RECORD    PIC S9(3) SIGN LEADING SEPARATE.

       FD  EVEN-FILE.
       01  EVEN-RECORD         PIC X(61).

       FD  ODD-FILE.
       01  ODD-RECORD          PIC X(61).

       FD  EXCEPTION-FILE.
       01  EXCP-RECORD         PIC X(61).

       FD  EVEN-WORK-FILE.
       01  EVEN-WORK-RECORD    PIC S9(3) SIGN LEADING SEPARATE.

       FD  ODD-WORK-FILE.
       01  ODD-WORK-RECORD     PIC S9(3) SIGN LEADING SEPARATE.

       FD  EXCP-WORK-FILE.
       01  EXCP-WORK-RECORD    PIC X(40).

       FD  NUMBER-CATALOG.
       01  NUMBER-CATALOG-RECORD.
           COPY NUMCAT.

       FD  JOB-AUDIT-FILE.
       01  JOB-AUDIT-RECORD.
       01  WS-DUP-FIRST-DATE   PIC 9(8)    VALUE ZERO.
       01  WS-BUSDATE-STATUS   PIC X(2)    VALUE "00".
       01  WS-JOBAUD-STATUS    PIC X(2)    VALUE "00".
       01  WS-EVEN-STATUS      PIC X(2)    VALUE "00".
       01  WS-ODD-STATUS       PIC X(2)    VALUE "00".
       01  WS-EXCP-STATUS      PIC X(2)    VALUE "00".
       01  WS-NUMCAT-STATUS    PIC X(2)    VALUE "00".
       01  WS-GENERATION       PIC 9(4)    VALUE ZERO.
       01  WS-FILE-ID          PIC X(8)    VALUE SPACES.
       01  WS-FILE-COUNT       PIC 9(5)    VALUE ZERO.
       01  WS-GEN-RECORD.
           COPY NUMGEN.
       01  WS-DUP-FOUND        PIC X       VALUE "N".
       01  WS-DUP-COUNT        PIC 9(5)    VALUE ZERO.
       01  WS-PRIOR-COUNT      PIC 9(5)    VALUE ZERO.
       MAIN-PARA.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           PERFORM GET-RUN-DATE.
           PERFORM RESOLVE-NEXT-GENERATION.
           PERFORM GET-DUP-WINDOW.
           PERFORM LOAD-DUP-CONTROL.
           OPEN OUTPUT EXCP-WORK-FILE.
           PERFORM VALIDATE-NUMBER-FILE.
           SORT SORT-WORK-FILE ON ASCENDING KEY SORT-WORK-RECORD
               USING VALID-NUMBER-FILE
               GIVING SORTED-NUMBER-FILE.
           OPEN INPUT SORTED-NUMBER-FILE.
           OPEN OUTPUT EVEN-WORK-FILE.
           OPEN OUTPUT ODD-WORK-FILE.
           PERFORM READ-NUMBER-RECORD.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               MOVE SORTED-NUMBER-RECORD TO WS-NUMBER
                   COMPUTE WS-REMAINDER = FUNCTION MOD(WS-NUMBER, 2)
                   IF WS-REMAINDER = 0
                       ADD 1 TO WS-EVEN-COUNT
                       WRITE EVEN-WORK-RECORD FROM WS-NUMBER
                   ELSE
                       ADD 1 TO WS-ODD-COUNT
                       WRITE ODD-WORK-RECORD FROM WS-NUMBER
                   END-IF
                   COMPUTE WS-TIER-REM = FUNCTION MOD(WS-NUMBER, 5)
                   SET TIER-IDX TO WS-TIER-REM
               PERFORM READ-NUMBER-RECORD
           END-PERFORM.
           CLOSE SORTED-NUMBER-FILE.
           CLOSE EVEN-WORK-FILE.
           CLOSE ODD-WORK-FILE.
           CLOSE EXCP-WORK-FILE.
           PERFORM WRITE-EVEN-GENERATION.
           PERFORM WRITE-ODD-GENERATION.
           PERFORM WRITE-EXCP-GENERATION.
           PERFORM WRITE-DUP-CONTROL.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           PERFORM DISPLAY-SUMMARY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       RESOLVE-NEXT-GENERATION.
           MOVE 1 TO WS-GENERATION.
           OPEN INPUT NUMBER-CATALOG.
           IF WS-NUMCAT-STATUS = "00"
               PERFORM UNTIL WS-NUMCAT-STATUS NOT = "00"
                   READ NUMBER-CATALOG
                       AT END
                           MOVE "10" TO WS-NUMCAT-STATUS
                       NOT AT END
                           IF NC-DATE = WS-RUN-DATE-NUM
                                   AND NC-GENERATION >= WS-GENERATION
                               COMPUTE WS-GENERATION =
                                   NC-GENERATION + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NUMBER-CATALOG
           END-IF.
           MOVE "00" TO WS-NUMCAT-STATUS.

       GET-DUP-WINDOW.
           OPEN INPUT DUP-WINDOW-FILE.
           IF WS-DUPWIN-STATUS = "00"
       WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE NUMBER-RECORD TO E-RAW-VALUE.
           WRITE EXCP-WORK-RECORD FROM WS-EXCP-LINE.
           MOVE "WRITE-EXCEPTION-RECORD" TO WS-ERR-PARAGRAPH.
           STRING "invalid NUMBER input: " NUMBER-RECORD
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
           MOVE WS-READ-COUNT TO JA-READ-COUNT.
           COMPUTE JA-REJECT-COUNT = WS-REJECT-COUNT + WS-DUP-COUNT.
           COMPUTE JA-WRITE-COUNT = WS-EVEN-COUNT + WS-ODD-COUNT.
           CALL "JobAuditChain" USING JOB-AUDIT-RECORD.
           OPEN EXTEND JOB-AUDIT-FILE.
           IF WS-JOBAUD-STATUS NOT = "00"
               OPEN OUTPUT JOB-AUDIT-FILE
           ADD 1 TO WS-DUP-COUNT.
           MOVE SORTED-NUMBER-RECORD TO DUP-RAW-VALUE.
           MOVE WS-DUP-FIRST-DATE TO DUP-FIRST-DATE.
           WRITE EXCP-WORK-RECORD FROM WS-DUP-LINE.
           MOVE "WRITE-DUPLICATE-RECORD" TO WS-ERR-PARAGRAPH.
           STRING "duplicate NUMBER input: " SORTED-NUMBER-RECORD
               DELIMITED BY SIZE INTO WS-ERR-MESSAGE.
               WS-ERR-PARAGRAPH WS-ERR-MESSAGE
                   WS-ERR-SEVERITY.

       WRITE-EVEN-GENERATION.
           MOVE "EVENFILE" TO WS-FILE-ID.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN EXTEND EVEN-FILE.
           IF WS-EVEN-STATUS NOT = "00"
               OPEN OUTPUT EVEN-FILE
           END-IF.
           PERFORM BUILD-GENERATION-HEADER.
           WRITE EVEN-RECORD FROM WS-GEN-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EVEN-WORK-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EVEN-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM BUILD-GENERATION-DETAIL
                       MOVE EVEN-WORK-RECORD TO NG-NUMBER
                       WRITE EVEN-RECORD FROM WS-GEN-RECORD
               END-READ
           END-PERFORM.
           CLOSE EVEN-WORK-FILE.
           PERFORM BUILD-GENERATION-TRAILER.
           WRITE EVEN-RECORD FROM WS-GEN-RECORD.
           CLOSE EVEN-FILE.
           PERFORM WRITE-CATALOG-ROW.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-ODD-GENERATION.
           MOVE "ODDFILE" TO WS-FILE-ID.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN EXTEND ODD-FILE.
           IF WS-ODD-STATUS NOT = "00"
               OPEN OUTPUT ODD-FILE
           END-IF.
           PERFORM BUILD-GENERATION-HEADER.
           WRITE ODD-RECORD FROM WS-GEN-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ODD-WORK-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ODD-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM BUILD-GENERATION-DETAIL
                       MOVE ODD-WORK-RECORD TO NG-NUMBER
                       WRITE ODD-RECORD FROM WS-GEN-RECORD
               END-READ
           END-PERFORM.
           CLOSE ODD-WORK-FILE.
           PERFORM BUILD-GENERATION-TRAILER.
           WRITE ODD-RECORD FROM WS-GEN-RECORD.
           CLOSE ODD-FILE.
           PERFORM WRITE-CATALOG-ROW.
           MOVE "N" TO WS-EOF-SWITCH.

       WRITE-EXCP-GENERATION.
           MOVE "NUMEXCP" TO WS-FILE-ID.
           MOVE ZERO TO WS-FILE-COUNT.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           PERFORM BUILD-GENERATION-HEADER.
           WRITE EXCP-RECORD FROM WS-GEN-RECORD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCP-WORK-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EXCP-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM BUILD-GENERATION-DETAIL
                       MOVE EXCP-WORK-RECORD TO NG-BODY
                       WRITE EXCP-RECORD FROM WS-GEN-RECORD
               END-READ
           END-PERFORM.
           CLOSE EXCP-WORK-FILE.
           PERFORM BUILD-GENERATION-TRAILER.
           WRITE EXCP-RECORD FROM WS-GEN-RECORD.
           CLOSE EXCEPTION-FILE.
           PERFORM WRITE-CATALOG-ROW.
           MOVE "N" TO WS-EOF-SWITCH.

       BUILD-GENERATION-HEADER.
           MOVE SPACES TO WS-GEN-RECORD.
           MOVE WS-FILE-ID TO NG-FILE-ID.
           MOVE WS-RUN-DATE-NUM TO NG-DATE.
           MOVE WS-GENERATION TO NG-GENERATION.
           MOVE "H" TO NG-REC-TYPE.
           MOVE WS-READ-COUNT TO NG-READ-COUNT.
           MOVE WS-EVEN-COUNT TO NG-EVEN-COUNT.
           MOVE WS-ODD-COUNT TO NG-ODD-COUNT.
           MOVE WS-REJECT-COUNT TO NG-REJECT-COUNT.
           MOVE WS-DUP-COUNT TO NG-DUP-COUNT.

       BUILD-GENERATION-DETAIL.
           MOVE SPACES TO WS-GEN-RECORD.
           MOVE WS-FILE-ID TO NG-FILE-ID.
           MOVE WS-RUN-DATE-NUM TO NG-DATE.
           MOVE WS-GENERATION TO NG-GENERATION.
           MOVE "D" TO NG-REC-TYPE.
           ADD 1 TO WS-FILE-COUNT.

       BUILD-GENERATION-TRAILER.
           MOVE SPACES TO WS-GEN-RECORD.
           MOVE WS-FILE-ID TO NG-FILE-ID.
           MOVE WS-RUN-DATE-NUM TO NG-DATE.
           MOVE WS-GENERATION TO NG-GENERATION.
           MOVE "T" TO NG-REC-TYPE.
           MOVE WS-FILE-COUNT TO NG-DETAIL-COUNT.

       WRITE-CATALOG-ROW.
           OPEN EXTEND NUMBER-CATALOG.
           IF WS-NUMCAT-STATUS NOT = "00"
               OPEN OUTPUT NUMBER-CATALOG
           END-IF.
           MOVE WS-FILE-ID TO NC-FILE-ID.
           MOVE WS-RUN-DATE-NUM TO NC-DATE.
           MOVE WS-GENERATION TO NC-GENERATION.
           MOVE WS-FILE-COUNT TO NC-RECORD-COUNT.
           WRITE NUMBER-CATALOG-RECORD.
           CLOSE NUMBER-CATALOG.
           MOVE "00" TO WS-NUMCAT-STATUS.

       DISPLAY-SUMMARY.
           DISPLAY "NUMBER GENERATION WRITTEN: " WS-GENERATION.
           DISPLAY "EVEN RECORDS WRITTEN: " WS-EVEN-COUNT.
           DISPLAY "ODD RECORDS WRITTEN:  " WS-ODD-COUNT.
           DISPLAY "REJECTED RECORDS:     " WS-REJECT-COUNT.
