       COPY ACCTCHK.
       COPY APPRCHKA.
       COPY BUSDAYA.
       COPY PERIODA.
       01  WS-SUM             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-SUM-EDIT        PIC $$$,$$$,$$9.99-.
       01  WS-GRAND-TOTAL     PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-SENDING-SYSTEM       PIC X(8) VALUE SPACES.
       01  WS-DATE-OPTION          PIC X VALUE SPACE.
      *> closed accounting month the current segment's work belongs
      *> to - spaces for current work. Every audit record written
      *> for the segment carries it, so the work posts as a
      *> prior-period adjustment.
       01  WS-PPA-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-HEADER-SEEN          PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-NUM1            PIC S9(11)V99 VALUE 0.
      *> audit record.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY PIC X(3).
               10  WS-RTE-EFF-DATE PIC X(8).
               10  WS-RTE-RATE     PIC S9(4)V9(6).
               10  WS-RTE-RATE-TEXT PIC X(10).
       01  WS-RATE-USED            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB             PIC 9(4) VALUE 0.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-RECORD-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-ORIG-NUM1            PIC S9(7)V99 COMP-3 VALUE 0.
                   MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE TH-SENDING-SYSTEM TO WS-SENDING-SYSTEM
                   MOVE TH-DATE-OPTION TO WS-DATE-OPTION
                   MOVE TH-PPA-PERIOD TO WS-PPA-PERIOD
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE 'Y' TO WS-SEG-OPEN
                   MOVE 0 TO WS-DETAIL-COUNT
                   MOVE 0 TO WS-HASH-NUM2
                   MOVE 0 TO WS-SEG-USED
                   PERFORM CHECK-BUSINESS-DATE
                   PERFORM CHECK-POSTING-PERIOD
                   PERFORM CHECK-RUN-CONTROL
               WHEN 'D'
                   IF WS-SEG-OPEN NOT = 'Y'
                               'for ' RT-CURRENCY ' ' RT-EFF-DATE
                               ' - row ignored'
                       ELSE
                           IF WS-RATE-USED >= 2000
      *> a row the table cannot hold may be the rate in
      *> effect - fail loudly rather than convert at a
      *> stale one.
                               DISPLAY 'ERROR: more than 2000 RATETAB '
                                   'rows'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-RATE-USED
                           MOVE RT-CURRENCY TO
                               WS-RTE-CURRENCY(WS-RATE-USED)
                           MOVE RT-EFF-DATE TO
                               WS-RTE-EFF-DATE(WS-RATE-USED)
                           COMPUTE WS-RTE-RATE(WS-RATE-USED) =
                               FUNCTION NUMVAL(RT-RATE)
                           MOVE RT-RATE TO
                               WS-RTE-RATE-TEXT(WS-RATE-USED)
                       END-IF
               END-READ
           END-PERFORM.
                   GOBACK
           END-EVALUATE.

      *> posting lock: a feed dated in a month PeriodClose has
      *> closed is not refused - the work is carried into the
      *> current month and every audit record for the segment is
      *> flagged as a prior-period adjustment of the closed month.
       CHECK-POSTING-PERIOD.
           MOVE WS-BUSINESS-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE PRA-RESULT
               WHEN 'O'
                   CONTINUE
               WHEN 'C'
                   DISPLAY 'PERIOD: ' WS-BUSINESS-DATE
                       ' is in closed period ' PRA-PERIOD
                       ' - posted as prior-period adjustment'
                   MOVE PRA-PERIOD TO WS-PPA-PERIOD
               WHEN OTHER
                   DISPLAY 'ERROR: period control failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE WS-NUM2-TEXT TO REJ-NUM2.
           MOVE WS-RECORD-CURRENCY TO REJ-CURRENCY.
           MOVE WS-RECORD-ACCOUNT TO REJ-ACCOUNT.
           IF WS-PPA-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE TO REJ-BUSINESS-DATE
           ELSE
      *> the work belongs to the closed month - date the reject
      *> there, so its correction is carried again, not posted as
      *> current work.
               STRING WS-PPA-PERIOD DELIMITED BY SIZE
                      '01' DELIMITED BY SIZE
                      INTO REJ-BUSINESS-DATE
               END-STRING
           END-IF.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE 'O' TO REJ-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-ENTRY-DATE.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

               MOVE WS-RATE-TEXT TO AWR-RATE-APPLIED
           END-IF.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE WS-PPA-PERIOD TO AWR-PPA-PERIOD.
           MOVE 'N' TO APG-DISPOSITION.
      *> interactive work goes through the dual-authorization gate:
      *> an over-threshold amount is queued on PENDAPPR for a
