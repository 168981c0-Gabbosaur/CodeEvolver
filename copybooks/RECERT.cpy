      *> RECERT - operator access recertification decision record.
      *> RecertPackage writes one row per authority each active
      *> operator holds, plus an ACCESS row for the operator ID
      *> itself, with RCT-DECISION blank. The department manager
      *> fills in K (keep) or R (revoke), their own operator ID
      *> and the date, and the file comes back to RecertApply,
      *> which turns every R into an OPERMST update.
      *> RCT-AUTHORITY is the operation name OperatorCheck uses
      *> (ADD ... APPROVE, AUDREVIEW); ACCESS revokes the whole
      *> operator ID (OPR-STATUS set to I, as the OperMaint D
      *> action does).
      *> RCT-CYCLE is the review quarter, CCYYQn.
       01  RECERT-RECORD.
           05  RCT-CYCLE           PIC X(6).
           05  RCT-DEPARTMENT      PIC X(8).
           05  RCT-OPERATOR-ID     PIC X(8).
           05  RCT-AUTHORITY       PIC X(10).
           05  RCT-DECISION        PIC X.
           05  RCT-MANAGER-ID      PIC X(8).
           05  RCT-DECISION-DATE   PIC X(8).
