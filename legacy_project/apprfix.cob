      *> swapped in by the job that runs this program, the same way
      *> REJFIX promotes the NEW reject dataset.
       FD  NEWPND-FILE.
       01  NEWPND-RECORD           PIC X(201).

       WORKING-STORAGE SECTION.
       COPY AUDWRITE.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(5) VALUE 0.

      *> posting lock: a request queued in a month PeriodClose has
      *> since closed is released into the current month as a
      *> prior-period adjustment of the month it was requested in.
       COPY PERIODA.
       01  WS-PPA-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-FIX-LOCKED           PIC X VALUE 'N'.

       SCREEN SECTION.
       01  SCR-APPR-REVIEW.
           05  BLANK SCREEN.
       DECIDE-ONE-REQUEST.
           MOVE SPACE TO WS-FIX-ACTION.
           MOVE SPACES TO WS-FIX-MESSAGE.
           PERFORM CHECK-REQUEST-PERIOD.

           DISPLAY SCR-APPR-REVIEW.
           ACCEPT SCR-APPR-REVIEW.
               EVALUATE WS-FIX-ACTION
                   WHEN 'R'
                   WHEN 'r'
                       IF WS-FIX-LOCKED = 'Y'
                           ADD 1 TO WS-LEFT-COUNT
                       ELSE
                           PERFORM RELEASE-REQUEST
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       MOVE 'D' TO PND-STATUS

      *> only the release writes the audit record - and it carries
      *> both the requesting and the approving operator IDs.
      *> work queued as an adjustment (a batch carry or a reversal
      *> of closed-month work) keeps the month it was queued under.
       CHECK-REQUEST-PERIOD.
           MOVE 'N' TO WS-FIX-LOCKED.
           MOVE PND-PPA-PERIOD TO WS-PPA-PERIOD.
           IF WS-PPA-PERIOD = SPACES
               MOVE PND-REQUEST-TIME(1:8) TO PRA-DATE
               CALL 'PeriodCheck' USING PERIOD-CHECK-AREA
               EVALUATE PRA-RESULT
                   WHEN 'O'
                       CONTINUE
                   WHEN 'C'
                       MOVE PRA-PERIOD TO WS-PPA-PERIOD
                   WHEN OTHER
                       MOVE 'Y' TO WS-FIX-LOCKED
                       MOVE 'Period control failure - cannot release'
                           TO WS-FIX-MESSAGE
               END-EVALUATE
           END-IF.
           IF WS-PPA-PERIOD NOT = SPACES
               STRING 'Releases as prior-period adjustment of '
                          DELIMITED BY SIZE
                      WS-PPA-PERIOD DELIMITED BY SIZE
                      INTO WS-FIX-MESSAGE
               END-STRING
           END-IF.

       RELEASE-REQUEST.
           MOVE PND-OPERATION TO AWR-OPERATION.
           MOVE PND-NUM1 TO AWR-NUM1.
           MOVE SPACES TO AWR-DAYCOUNT.
           MOVE SPACES TO AWR-INT-FROM.
           MOVE SPACES TO AWR-INT-TO.
           MOVE WS-PPA-PERIOD TO AWR-PPA-PERIOD.
           CALL 'CalcAuditWriter' USING AUDIT-WRITE-AREA.
           IF AWR-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
