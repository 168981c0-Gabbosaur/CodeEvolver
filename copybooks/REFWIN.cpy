      *> REFWIN - duplicate-reference window per sending system
      *> (REFWIN file), maintained by hand like HOLIDAYS. A
      *> reference seen again within RWN-DAYS calendar days of its
      *> last business date is a suspect duplicate; 1 means the
      *> same business date only. A system with no row gets the
      *> 7-day default CalcDriver and RefPurge both carry.
       01  REFWIN-RECORD.
           05  RWN-SYSTEM          PIC X(8).
           05  RWN-DAYS            PIC 9(3).
