      *> RATEHOLD - treasury rates RateFeedLoad would not apply on
      *> its own: the rate moved from the prior effective rate for
      *> the currency by more than the load's tolerance. The rate
      *> waits here until a supervisor confirms it on the RateConfirm
      *> screen (it is then appended to RATETAB) or declines it
      *> (treasury resends). RH-STATUS: H = held, C = confirmed,
      *> D = declined. RH-MOVE-PCT is the absolute move in percent,
      *> plain decimal text. The decision fields are spaces until a
      *> supervisor acts.
       01  RATE-HOLD-RECORD.
           05  RH-STATUS           PIC X.
           05  RH-CURRENCY         PIC X(3).
           05  RH-EFF-DATE         PIC X(8).
           05  RH-RATE             PIC X(10).
           05  RH-PRIOR-RATE       PIC X(10).
           05  RH-PRIOR-DATE       PIC X(8).
           05  RH-MOVE-PCT         PIC X(8).
           05  RH-RECEIVED-TIME    PIC X(26).
           05  RH-DECIDED-BY       PIC X(8).
           05  RH-DECISION-TIME    PIC X(26).
