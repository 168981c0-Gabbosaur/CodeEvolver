      *> PERIODA - parameter area for PeriodCheck, the shared
      *> posting-lock service. The caller passes the date a piece
      *> of work belongs to (CCYYMMDD) in PRA-DATE; the service
      *> returns the month in PRA-PERIOD and PRA-RESULT:
      *>   O = the month is open, post as normal
      *>   C = the month is closed - the work may only post into
      *>       the current month as a prior-period adjustment
      *>   E = PERIODS cannot be read, or the date is not valid
      *> PeriodClose never closes a month that has not ended, so
      *> the month work is stamped in (today) is always open.
       01  PERIOD-CHECK-AREA.
           05  PRA-DATE            PIC X(8).
           05  PRA-RESULT          PIC X.
           05  PRA-PERIOD          PIC X(6).
