      *> SUSPREC - duplicate-suspense record shared by CalcDriver
      *> and the SuspenseFix review screen. A detail whose
      *> sender-assigned reference was already processed for the
      *> same sending system inside its REFWIN window is parked here
      *> instead of processing (and hitting AUDITLOG) twice; a
      *> supervisor releases genuine repeats back into the feed or
      *> purges true duplicates. SUS-STATUS: O = open, R =
           05  SUS-NUM2            PIC X(11).
           05  SUS-ACCOUNT         PIC X(8).
           05  SUS-REFERENCE       PIC X(12).
      *> calendar date the item was parked - appended so suspense
      *> files written before it existed still parse (they carry
      *> spaces). The exception aging report ages from it.
           05  SUS-ENTRY-DATE      PIC X(8).
