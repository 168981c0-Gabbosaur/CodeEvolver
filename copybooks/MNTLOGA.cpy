      *> MNTLOGA - parameter area for MaintLog, the shared writer
      *> for the reference-table change history. The maintenance
      *> screens call it once for every add, change or deactivate
      *> they apply, TableCompare once for every difference it
      *> finds in a hand-edited table; the writer timestamps the
      *> row and appends it to MAINTLOG (layout MNTLOG).
      *> MLA-TABLE is the DD name of the table changed, MLA-KEY
      *> the record's key as text. MLA-STATUS comes back '00' on
      *> success, otherwise the log file status.
       01  MAINT-LOG-AREA.
           05  MLA-TABLE           PIC X(8).
           05  MLA-ACTION          PIC X.
           05  MLA-KEY             PIC X(30).
           05  MLA-OPERATOR-ID     PIC X(8).
           05  MLA-TERMINAL-ID     PIC X(8).
           05  MLA-PROGRAM         PIC X(10).
           05  MLA-BEFORE          PIC X(80).
           05  MLA-AFTER           PIC X(80).
           05  MLA-STATUS          PIC XX.
