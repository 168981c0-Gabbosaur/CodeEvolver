      *> AUDSAMP - internal audit's sample of one month's AUDITLOG
      *> work, cut by AuditSample, worked through on the AuditReview
      *> screen and reported by SampleResults. Two record types,
      *> told apart by the first byte:
      *>   D = one sampled transaction. SMP-REASON says why it is
      *>       in the sample: R = drawn at random from its stratum,
      *>       T = over its APPRTHR threshold (always taken),
      *>       V = a REVERSAL (always taken). SMP-STATUS: O = open,
      *>       P = passed, F = failed; the reviewer, review time and
      *>       comment are spaces until an auditor marks it.
      *>   S = one stratum (operation and amount band) - how many
      *>       records the month held, how many were taken outright
      *>       and how many were drawn, so coverage can be shown.
      *> Amount bands are on the magnitude of AUD-RESULT (base
      *> currency): 1 = under 1,000, 2 = under 10,000, 3 = under
      *> 100,000, 4 = 100,000 and over. The draw is repeatable:
      *> each record's key is MOD(AUD-TRANS-ID x 48271 + seed,
      *> 2147483647) and the lowest keys in a stratum are drawn, so
      *> the same month, seed and size always give the same sample.
      *> COPY inside the FD - the two level-01s redefine each other.
       01  SAMPLE-RECORD.
           05  SMP-RECORD-TYPE     PIC X.
           05  SMP-PERIOD          PIC X(6).
           05  SMP-TRANS-ID        PIC 9(9).
           05  SMP-OPERATION       PIC X(10).
           05  SMP-BAND            PIC 9.
           05  SMP-REASON          PIC X.
           05  SMP-TIMESTAMP       PIC X(14).
           05  SMP-RESULT          PIC X(12).
           05  SMP-OPERATOR-ID     PIC X(8).
           05  SMP-ACCOUNT-ID      PIC X(8).
           05  SMP-STATUS          PIC X.
           05  SMP-REVIEWED-BY     PIC X(8).
           05  SMP-REVIEW-TIME     PIC X(26).
           05  SMP-COMMENT         PIC X(60).
       01  SAMPLE-STRATUM.
           05  SST-RECORD-TYPE     PIC X.
           05  SST-PERIOD          PIC X(6).
           05  SST-OPERATION       PIC X(10).
           05  SST-BAND            PIC 9.
           05  SST-POPULATION      PIC 9(7).
           05  SST-CERTAIN         PIC 9(7).
           05  SST-DRAWN           PIC 9(7).
           05  SST-SAMPLE-SIZE     PIC 9(2).
           05  SST-SEED            PIC 9(9).
