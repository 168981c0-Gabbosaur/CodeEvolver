       01  WS-LIMIT-OK             PIC X VALUE 'Y'.
       01  WS-SCREEN-MESSAGE       PIC X(50) VALUE SPACES.

      *> posting lock: backing out work from a month PeriodClose
      *> has closed posts today, flagged as a prior-period
      *> adjustment of the original's month.
       COPY PERIODA.
       01  WS-PPA-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-PERIOD-NOTE          PIC X(50) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-REV-ENTRY.
           05  BLANK SCREEN.
           05  LINE 8 COL 20 PIC X(12) FROM WS-ORIG-RESULT.
           05  LINE 10 COL 1 VALUE 'Offset to post: '.
           05  LINE 10 COL 20 PIC X(12) FROM WS-NEG-TEXT.
           05  LINE 11 COL 1 PIC X(50) FROM WS-PERIOD-NOTE.
           05  LINE 12 COL 1 VALUE 'Write reversal? (Y/N): '.
           05  LINE 12 COL 25 PIC X USING WS-CONFIRM-ANSWER.
           05  LINE 14 COL 1 VALUE 'PF3 = cancel'.
               WHEN OTHER
                   PERFORM COMPUTE-OFFSET
           END-EVALUATE.
           IF WS-SCREEN-MESSAGE = SPACES
               PERFORM CHECK-ORIGINAL-PERIOD
           END-IF.

       CHECK-ORIGINAL-PERIOD.
           MOVE SPACES TO WS-PPA-PERIOD.
           MOVE SPACES TO WS-PERIOD-NOTE.
           MOVE WS-ORIG-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE PRA-RESULT
               WHEN 'O'
                   CONTINUE
               WHEN 'C'
                   MOVE PRA-PERIOD TO WS-PPA-PERIOD
                   STRING 'Period ' DELIMITED BY SIZE
                          PRA-PERIOD DELIMITED BY SIZE
                          ' closed - prior-period adjustment'
                              DELIMITED BY SIZE
                          INTO WS-PERIOD-NOTE
                   END-STRING
               WHEN OTHER
                   MOVE 'Period control failure - reversal refused'
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       COMPUTE-OFFSET.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
                  OR WS-CONFIRM-ANSWER = 'y'
                   PERFORM CHECK-DAILY-LIMIT
                   IF WS-LIMIT-OK = 'Y'
                       IF WS-PPA-PERIOD = SPACES
                           MOVE 'Reversal written'
                               TO WS-SCREEN-MESSAGE
                       ELSE
                           MOVE 'Written as prior-period adjustment'
                               TO WS-SCREEN-MESSAGE
                       END-IF
                       PERFORM WRITE-REVERSAL-RECORD
                   ELSE
                       MOVE 'Refused - over daily limit'
           MOVE WS-ORIG-OPERATION TO AWR-REVERSED-OP.
           MOVE WS-TARGET-ID TO AWR-REVERSED-ID.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE WS-PPA-PERIOD TO AWR-PPA-PERIOD.
      *> a reversal moves as much money as the original did, so it
      *> goes through the same dual-authorization gate: over the
      *> REVERSAL threshold it waits on PENDAPPR for a supervisor.
