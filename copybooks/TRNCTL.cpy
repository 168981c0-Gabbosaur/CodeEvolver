      *> header business date is not a business day on the
      *> HOLIDAYS calendar - spaces = refuse the feed, R = roll
      *> the work forward to the next business day.
      *> TH-PPA-PERIOD: spaces for current work. A segment carrying
      *> work that belonged to a closed accounting month (CCYYMM)
      *> names that month here, and the batch steps post the
      *> segment as a prior-period adjustment. A header dated in
      *> a closed month is treated the same way without it.
       01  TRANS-HEADER.
           05  TH-RECORD-TYPE      PIC X.
           05  TH-BUSINESS-DATE    PIC X(8).
           05  TH-SENDING-SYSTEM   PIC X(8).
           05  TH-DATE-OPTION      PIC X.
           05  TH-PPA-PERIOD       PIC X(6).
       01  TRANS-TRAILER.
           05  TT-RECORD-TYPE      PIC X.
           05  TT-RECORD-COUNT     PIC 9(7).
