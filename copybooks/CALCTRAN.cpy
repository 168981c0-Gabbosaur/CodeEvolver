           05  CT-NUM2             PIC X(11).
           05  CT-ACCOUNT          PIC X(8).
      *> CT-REFERENCE: sender-assigned reference number, unique
      *> within sending system. CalcDriver keeps a keyed registry
      *> (REFLOG) of every reference processed; a repeat inside the
      *> sending system's REFWIN window - under any business date -
      *> goes to the CALCSUSP suspense file for supervisor review
      *> instead of processing twice. Spaces = no reference, no
      *> duplicate check.
