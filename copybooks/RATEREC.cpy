      *> effective date on or before the header business date. The
      *> rate is plain decimal text (e.g. "1.356400") so the table
      *> is hand-maintainable and round-trips through NUMVAL.
      *> RETPURGE archives the rows a later rate superseded before
      *> the RATETAB keep period on RETAIN, which holds the table
      *> inside the loaders' 2000-row tables.
       01  RATE-RECORD.
           05  RT-CURRENCY         PIC X(3).
           05  RT-EFF-DATE         PIC X(8).
