      *> REFREG - duplicate-reference registry record (REFLOG DD),
      *> indexed on sending system + sender reference. One row per
      *> reference: RFL-DATE is the business date it was last
      *> processed under. CalcDriver treats a repeat as a suspect
      *> duplicate when that date is inside the sending system's
      *> REFWIN window of the current business date - whatever
      *> business date the repeat arrives under - and otherwise
      *> re-dates the row. RefPurge deletes rows that have aged
      *> out of their window.
       01  REFLOG-RECORD.
           05  RFL-KEY.
               10  RFL-SYSTEM      PIC X(8).
               10  RFL-REFERENCE   PIC X(12).
           05  RFL-DATE            PIC X(8).
