      *> AMORTREC - amortization schedule data record (AMORTOUT).
      *> AmortizeFunction appends one row per scheduled payment,
      *> every row carrying the AUDITLOG transaction ID of the
      *> schedule it belongs to, so the schedule a customer
      *> disputes can be pulled back by that ID exactly as it was
      *> quoted. AMR-PAYMENT-DATE is the date the payment actually
      *> falls due after rolling off weekends and holidays.
      *> Amounts use the plain sign/decimal text convention
      *> (PIC -(10)9.99 image).
       01  AMORTIZATION-RECORD.
           05  AMR-TRANS-ID        PIC 9(9).
           05  AMR-ACCOUNT         PIC X(8).
           05  AMR-PAYMENT-NO      PIC 9(3).
           05  AMR-PAYMENT-DATE    PIC X(8).
           05  AMR-PAYMENT         PIC X(14).
           05  AMR-INTEREST        PIC X(14).
           05  AMR-PRINCIPAL       PIC X(14).
           05  AMR-BALANCE         PIC X(14).
