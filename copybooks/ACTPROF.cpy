      *> ACTPROF - daily activity profile history, appended by
      *> UnusualActivity once per business date from the AUDDAY
      *> extract. One row per date per dimension key:
      *>   APF-DIMENSION  A = account, O = operator, P = operation
      *> with the day's calculation count, the sum of the result
      *> magnitudes (base currency, plain sign/decimal text - the
      *> ACCTBAL -(10)9.99 image) and the earliest and latest
      *> HHMM the key was seen. The trailing business days on file
      *> are the profile each night is compared against; the
      *> account rows also answer "when was this account last
      *> active", so the keep period on RETAIN must stay longer
      *> than the idle-account window. Keep APF-DATE first -
      *> RetentionPurge ages rows from it.
       01  ACTIVITY-PROFILE-RECORD.
           05  APF-DATE            PIC X(8).
           05  APF-DIMENSION       PIC X.
           05  APF-KEY             PIC X(10).
           05  APF-COUNT           PIC 9(7).
           05  APF-AMOUNT          PIC X(14).
           05  APF-FIRST-TIME      PIC X(4).
           05  APF-LAST-TIME       PIC X(4).
