           05  AWR-DAYCOUNT        PIC X(7).
           05  AWR-INT-FROM        PIC X(8).
           05  AWR-INT-TO          PIC X(8).
      *> closed accounting month (CCYYMM) the work belonged to when
      *> it is being carried into the first open month as a
      *> prior-period adjustment - the writer then also records the
      *> transaction on PPALOG. Every caller sets this on every
      *> write: spaces for ordinary current-period work.
           05  AWR-PPA-PERIOD      PIC X(6).
