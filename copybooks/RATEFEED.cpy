      *> RATEFEED - detail record of treasury's daily rate file,
      *> loaded into RATETAB by RateFeedLoad. The file carries the
      *> TRNCTL header (business date = the effective date of every
      *> rate in it, sending system TREASURY) and trailer around
      *> one 'D' record per currency. The trailer hashes are over
      *> the rates: TT-HASH-NUM1 the sum of RF-RATE cut to two
      *> decimals, TT-HASH-NUM2 the sum of RF-RATE x 1000000 - the
      *> first only proves the leading digits, the second every
      *> decimal place a mistyped rate could hide in.
      *> RF-RATE: plain decimal text, as on RATETAB (e.g. "1.356400").
      *> COPY TRNCTL inside the FD after this record.
       01  RATE-FEED-RECORD.
           05  RF-RECORD-TYPE      PIC X.
           05  RF-CURRENCY         PIC X(3).
           05  RF-RATE             PIC X(10).
