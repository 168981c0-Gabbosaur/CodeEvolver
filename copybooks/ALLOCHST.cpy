      *> ALLOCHST - allocation history record. AllocateFunction
      *> appends one row per department share it cuts: the run
      *> date, the transaction ID CalcAuditWriter assigned to the
      *> share's ALLOCATE audit record, the department, and the
      *> share in plain sign/decimal text. The audit record itself
      *> carries no department, so this is how BudgetVariance
      *> charges each department its allocated amount - and nets
      *> out a REVERSAL of the share through the transaction ID.
       01  ALLOC-HISTORY-RECORD.
           05  ALH-DATE            PIC X(8).
           05  ALH-TRANS-ID        PIC 9(9).
           05  ALH-DEPARTMENT      PIC X(8).
           05  ALH-SHARE           PIC X(12).
