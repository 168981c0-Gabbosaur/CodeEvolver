      *> UNUSREC - the night's unusual-activity review list
      *> (UNUSUAL file), rewritten by UnusualActivity each business
      *> date and counted by MorningStatus. One row per flag:
      *>   UNU-CHECK  V = volume far above profile
      *>              A = amount far above profile
      *>              H = calculation outside the operator's hours
      *>              R = the same exact round amount repeated
      *>              I = first activity on an account idle 90 days
      *>              Q = REVERSAL soon after a large calculation
      *> UNU-DIMENSION/UNU-KEY name the account (A), operator (O)
      *> or operation (P) flagged; UNU-TRANS-ID is the calculation
      *> for the per-transaction checks (H, Q), zero otherwise.
      *> UNU-TODAY and UNU-PROFILE carry the supporting figures as
      *> printable text - a count, an amount, a time or a date,
      *> whatever the check compares - and UNU-DETAIL says what
      *> they mean.
       01  UNUSUAL-RECORD.
           05  UNU-DATE            PIC X(8).
           05  UNU-CHECK           PIC X.
           05  UNU-DIMENSION       PIC X.
           05  UNU-KEY             PIC X(10).
           05  UNU-TRANS-ID        PIC 9(9).
           05  UNU-TODAY           PIC X(14).
           05  UNU-PROFILE         PIC X(14).
           05  UNU-DETAIL          PIC X(40).
