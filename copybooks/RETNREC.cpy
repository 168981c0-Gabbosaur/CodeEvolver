      *> RETNREC - retention period per operational side file
      *> (RETAIN file), maintained by hand like HOLIDAYS. One row
      *> per file RetentionPurge may trim: the DD name it runs
      *> under and how many calendar days of rows stay on the live
      *> file. A file with no row is never purged. Rows past their
      *> keep period still stay while they are open items or fall
      *> in a month PeriodClose has not closed.
       01  RETAIN-RECORD.
           05  RTN-FILE            PIC X(8).
           05  RTN-KEEP-DAYS       PIC 9(4).
