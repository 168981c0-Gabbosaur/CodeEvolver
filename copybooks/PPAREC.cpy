      *> PPAREC - prior-period adjustment register (PPALOG file).
      *> CalcAuditWriter appends one row for every audit record
      *> written for work that belonged to a closed month and was
      *> carried into the first open one. PPA-POSTING-DATE is the
      *> date the audit record was stamped with (the day it hits
      *> the ledger); PPA-PERIOD is the closed month the work
      *> originally belonged to. GLPosting and DailySummary read
      *> this to report the adjustments apart from current work.
       01  PPA-RECORD.
           05  PPA-POSTING-DATE    PIC X(8).
           05  PPA-TRANS-ID        PIC 9(9).
           05  PPA-PERIOD          PIC X(6).
           05  PPA-OPERATION       PIC X(10).
           05  PPA-RESULT          PIC X(12).
           05  PPA-ACCOUNT-ID      PIC X(8).
