      *> ACCTBAL - account sub-ledger balance record, keyed by
      *> ABL-KEY (account + business date) in the indexed ACCTBAL
      *> file. AccountLedger writes one row per account per
      *> business date: the opening balance (the account's closing
      *> balance on its previous row), the day's ADD, SUBTRACT,
      *> INTEREST and ALLOCATE results from the AUDDAY extract, and
      *> the closing balance. A REVERSAL is netted into the column
      *> of the operation it backs out (found through
      *> AUD-REVERSED-ID); ABL-REVERSED shows how much of the day's
      *> movement was reversals. Amounts use the plain
      *> sign/decimal text convention (PIC -(10)9.99 image).
       01  ACCOUNT-BALANCE-RECORD.
           05  ABL-KEY.
               10  ABL-ACCOUNT     PIC X(8).
               10  ABL-DATE        PIC X(8).
           05  ABL-OPENING         PIC X(14).
           05  ABL-ADD             PIC X(14).
           05  ABL-SUBTRACT        PIC X(14).
           05  ABL-INTEREST        PIC X(14).
           05  ABL-ALLOCATE        PIC X(14).
           05  ABL-REVERSED        PIC X(14).
           05  ABL-CLOSING         PIC X(14).
           05  ABL-ACTIVITY-COUNT  PIC 9(7).
