       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditCheckValue.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CHAR-IDX             PIC 9(3)    VALUE ZERO.
       01  WS-CHAR-ORD             PIC 9(3)    VALUE ZERO.
       01  WS-HASH-A               PIC 9(9)    VALUE ZERO.
       01  WS-HASH-B               PIC 9(9)    VALUE ZERO.

       LINKAGE SECTION.
       01  LS-PRIOR-CHECK          PIC 9(10).
       01  LS-AUDIT-DATA           PIC X(200).
       01  LS-DATA-LENGTH          PIC 9(3).
       01  LS-CHECK-VALUE          PIC 9(10).

       PROCEDURE DIVISION USING LS-PRIOR-CHECK LS-AUDIT-DATA
               LS-DATA-LENGTH LS-CHECK-VALUE.
       MAIN-PARA.
           COMPUTE WS-HASH-A = FUNCTION MOD(LS-PRIOR-CHECK 99999989).
           COMPUTE WS-HASH-B = FUNCTION MOD(LS-PRIOR-CHECK 99999971).
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > LS-DATA-LENGTH
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(LS-AUDIT-DATA(WS-CHAR-IDX:1))
               COMPUTE WS-HASH-A = FUNCTION MOD(
                   WS-HASH-A * 31 + WS-CHAR-ORD * WS-CHAR-IDX
                   99999989)
               COMPUTE WS-HASH-B = FUNCTION MOD(
                   WS-HASH-B * 37 + WS-CHAR-ORD + WS-CHAR-IDX
                   99999971)
           END-PERFORM.
           COMPUTE LS-CHECK-VALUE = FUNCTION MOD(
               WS-HASH-A * 97 + WS-HASH-B 9999999967).
           GOBACK.
