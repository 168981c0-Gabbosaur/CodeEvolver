      *> and amount total it sealed into the file's trailer; the
      *> writer appends a timestamped row to XMITLOG. When a
      *> receiver claims short delivery, this log is the proof of
      *> what we cut and when. Inbound files we accept (the
      *> treasury RATEFEED) are logged the same way on receipt,
      *> with the counts from the sender's trailer. XMT-STATUS
      *> comes back '00' on success, otherwise the log file status.
       01  TRANSMIT-LOG-AREA.
           05  XMT-INTERFACE       PIC X(8).
           05  XMT-BUSINESS-DATE   PIC X(8).
