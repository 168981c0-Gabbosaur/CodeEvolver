      *> over the spare byte, so existing master files need no
      *> conversion - spaces reads as not authorized.
           05  OPR-AUTH-APPROVE    PIC X.
      *> Y = may sign off the audit sample review (AuditReview,
      *> operation AUDREVIEW). Appended past the old 56-byte end,
      *> so OPERMST is converted to the 57-byte layout once at
      *> install by OPMCONV (OperMstConvert), which sets it to N -
      *> not authorized until OperMaint grants it.
           05  OPR-AUTH-AUDIT      PIC X.
