      *> the account dimension existed still parse - those records
      *> simply carry spaces here.
           05  REJ-ACCOUNT         PIC X(8).
      *> business date of the feed the reject came from - appended
      *> for the period lock, so a correction is never resubmitted
      *> into a closed month. Older reject records carry spaces.
           05  REJ-BUSINESS-DATE   PIC X(8).
      *> calendar date the reject was written - the day it entered
      *> the queue, which the exception aging report ages from.
      *> Older reject records carry spaces.
           05  REJ-ENTRY-DATE      PIC X(8).
