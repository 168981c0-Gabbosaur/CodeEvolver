      *> PERIOD - accounting period control record (PERIODS file).
      *> One row per calendar month that has been through the
      *> PeriodClose program; a month with no row is open. Once a
      *> month is closed no posting path may date work into it -
      *> work that belongs there is refused, or carried into the
      *> first open month as a prior-period adjustment (PPALOG).
      *> PRD-STATUS: O = open, C = closed.
       01  PERIOD-RECORD.
           05  PRD-PERIOD          PIC X(6).
           05  PRD-STATUS          PIC X.
           05  PRD-CLOSED-DATE     PIC X(8).
           05  PRD-CLOSED-BY       PIC X(8).
