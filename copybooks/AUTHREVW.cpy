      *> Operator authority-review queue record layout.
      *> The operator feed (HROPFEED) appends one row whenever HR
      *> reports a mover, so security can confirm the operator's
      *> OM-AUTH-LEVEL still suits the new role. AR-AUTH-LEVEL is
      *> the level held when the row was queued, AR-NEW-ROLE the HR
      *> job role the operator has moved to and AR-QUEUED-DATE the
      *> business date the row was queued. AR-STATUS is "PENDING"
      *> until the review is recorded in the security-administration
      *> facility: "REVIEWED" when the access is confirmed or the
      *> authority level is changed, "REVOKED" when the ID is
      *> revoked. SecurityReport lists every "PENDING" row.
           05  AR-OPERATOR-ID      PIC X(8).
           05  AR-AUTH-LEVEL       PIC X.
           05  AR-NEW-ROLE         PIC X(8).
           05  AR-QUEUED-DATE      PIC 9(8).
           05  AR-STATUS           PIC X(8).
