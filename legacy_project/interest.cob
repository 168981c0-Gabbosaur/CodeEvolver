       COPY ACCTCHK.
       COPY APPRCHKA.
       COPY BUSDAYA.
       COPY PERIODA.
       01  WS-PRINCIPAL       PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ANNUAL-RATE     PIC 9(3)V9(4) VALUE 0.
       01  WS-PERIODS         PIC 9(3) VALUE 0.
       01  WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01  WS-SENDING-SYSTEM    PIC X(8) VALUE SPACES.
       01  WS-DATE-OPTION       PIC X VALUE SPACE.
      *> closed accounting month the current segment's work belongs
      *> to - spaces for current work. Every audit record written
      *> for the segment carries it, so the work posts as a
      *> prior-period adjustment.
       01  WS-PPA-PERIOD        PIC X(6) VALUE SPACES.
       01  WS-HEADER-SEEN       PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01  WS-HASH-NUM1         PIC S9(11)V99 VALUE 0.
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
           MOVE WS-FROM-DATE TO AWR-INT-FROM.
           MOVE WS-TO-DATE TO AWR-INT-TO.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE WS-PPA-PERIOD TO AWR-PPA-PERIOD.
           MOVE 'N' TO APG-DISPOSITION.
      *> interactive work goes through the dual-authorization gate:
      *> an over-threshold amount is queued on PENDAPPR for a
