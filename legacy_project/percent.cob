           MOVE WS-OPERATOR-ID TO AWR-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AWR-TERMINAL-ID.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE SPACES TO AWR-PPA-PERIOD.
      *> interactive work goes through the dual-authorization gate:
      *> an over-threshold amount is queued on PENDAPPR for a
      *> supervisor release instead of going straight onto the log.
