      *> Operator access-recertification record layout.
      *> The recertification run (OPRECERT) opens a cycle on the
      *> first run of each calendar quarter. It writes one row per
      *> active operator with RC-STATUS "PENDING", the operator's
      *> OM-AUTH-LEVEL at that time and RC-DEADLINE, the date by
      *> which a supervisor must sign it off. RC-CYCLE-DATE is the
      *> first day of the quarter. The security-administration
      *> facility records the sign-off: "CERTIFIED" keeps the access
      *> and "REVOKED" disables the ID. The deciding operator and
      *> business date go in RC-DECIDED-BY and RC-DECIDED-DATE. A
      *> pending row for an ID that has since been disabled is
      *> closed as "DISABLED". SecurityReport flags every "PENDING"
      *> row past its deadline.
           05  RC-OPERATOR-ID      PIC X(8).
           05  RC-AUTH-LEVEL       PIC X.
           05  RC-CYCLE-DATE       PIC 9(8).
           05  RC-DEADLINE         PIC 9(8).
           05  RC-STATUS           PIC X(9).
           05  RC-DECIDED-BY       PIC X(8).
           05  RC-DECIDED-DATE     PIC 9(8).
