      *> MNTLOG - reference-table change history record (MAINTLOG).
      *> One row per add, change or delete to a reference table,
      *> whether keyed through a maintenance screen or found by
      *> the nightly TableCompare against the prior snapshot.
      *> MNL-BEFORE / MNL-AFTER are the whole table record as it
      *> stood before and after (spaces for an add's before and a
      *> delete's after). For a hand edit found by TableCompare
      *> the operator is not known - MNL-OPERATOR-ID is HANDEDIT
      *> and MNL-TIMESTAMP is when the difference was found.
      *> MNL-ACTION: A = add  C = change  D = delete/deactivate.
       01  MAINT-LOG-RECORD.
           05  MNL-TIMESTAMP       PIC X(26).
           05  MNL-TABLE           PIC X(8).
           05  MNL-ACTION          PIC X.
           05  MNL-KEY             PIC X(30).
           05  MNL-OPERATOR-ID     PIC X(8).
           05  MNL-TERMINAL-ID     PIC X(8).
           05  MNL-PROGRAM         PIC X(10).
           05  MNL-BEFORE          PIC X(80).
           05  MNL-AFTER           PIC X(80).
