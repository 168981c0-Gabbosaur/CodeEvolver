      *> SI-STATUS: A = active, I = suspended.
      *> SI-FREQUENCY: D = every run, W = weekly on SI-DAY
      *> (1 = Monday .. 7 = Sunday), M = last day of the month.
      *> The rows are kept through StdInstrMaint under maker-checker
      *> control: an operator's add or change is written as a second
      *> row under the same SI-ID with SI-CONFIRM-STATE P and the
      *> whole proposed record, and the live row (if any) carries on
      *> unchanged until an APPROVE operator other than the maker
      *> confirms it on StdInstrConfirm - the pending row then
      *> replaces the live one. Only C rows are ever generated.
      *> SI-START-DATE / SI-END-DATE bound the business dates the
      *> row is generated for, both inclusive; spaces = open.
      *> SI-PEND-ACTION: A = add, C = change, S = suspend,
      *> R = resume, E = end-date - the action the maker keyed,
      *> kept on the row once confirmed.
      *> The control fields are appended after SI-DESCRIPTION so the
      *> business part of the record keeps its original offsets.
       01  STANDING-INSTRUCTION.
           05  SI-STATUS           PIC X.
           05  SI-OPERATION        PIC X(10).
           05  SI-DAY              PIC 9.
           05  SI-ACCOUNT          PIC X(8).
           05  SI-DESCRIPTION      PIC X(20).
           05  SI-ID               PIC 9(6).
           05  SI-START-DATE       PIC X(8).
           05  SI-END-DATE         PIC X(8).
           05  SI-CONFIRM-STATE    PIC X.
           05  SI-PEND-ACTION      PIC X.
           05  SI-MAKER-ID         PIC X(8).
           05  SI-CHECKER-ID       PIC X(8).
           05  SI-CONFIRM-DATE     PIC X(8).
