           05  PND-ACCOUNT-ID      PIC X(8).
           05  PND-APPROVED-BY     PIC X(8).
           05  PND-DECISION-TIME   PIC X(26).
      *> appended after the decision fields so queue files written
      *> before the period lock existed still parse - those records
      *> carry spaces here. Set when the queued work is a
      *> prior-period adjustment: the closed month it belonged to.
           05  PND-PPA-PERIOD      PIC X(6).
