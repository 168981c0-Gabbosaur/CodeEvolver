      *> BUDGREC - department budget record (BUDGET), loaded and
      *> validated by BudgetLoad from finance's BUDGIN file (same
      *> layout). One row per department, month (CCYYMM) and
      *> operation code naming the amount budgeted for the charges
      *> that operation will bring the department, in plain decimal
      *> text (e.g. "1250.00"). The reserved operation code SHARED
      *> budgets the department's share of the allocated charges
      *> AllocateFunction splits. BudgetVariance reports the actual
      *> chargeback and allocated amounts against these rows.
       01  BUDGET-RECORD.
           05  BDG-DEPARTMENT      PIC X(8).
           05  BDG-PERIOD          PIC X(6).
           05  BDG-OPERATION       PIC X(10).
           05  BDG-AMOUNT          PIC X(12).
