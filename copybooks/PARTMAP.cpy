      *> PARTMAP - CALCMIX partition map (PARTMAP file), maintained
      *> by hand like REFWIN. CalcSplit sends every header/detail/
      *> trailer segment of the mixed feed to the partition named
      *> for its sending system, and the partitions run through
      *> CalcDriver side by side. A sending system always lands in
      *> one partition, so its duplicate-reference checks never
      *> race another partition. A system with no row goes to
      *> partition 1. PTM-PARTITION is 1 through 4.
       01  PARTMAP-RECORD.
           05  PTM-SYSTEM          PIC X(8).
           05  PTM-PARTITION       PIC 9.
