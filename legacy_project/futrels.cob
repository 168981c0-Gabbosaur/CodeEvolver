       01  WS-HELD-SEGMENTS        PIC 9(4) VALUE 0.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.

      *> posting lock: a segment released late, after its month
      *> was closed, goes out with the closed month named in its
      *> header so the batch step posts it as a prior-period
      *> adjustment. Spaces = the segment's month is open.
       COPY PERIODA.
       01  WS-SEG-PPA-PERIOD       PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

               MOVE TH-SENDING-SYSTEM TO WS-SEG-SYSTEM
               MOVE TH-BUSINESS-DATE TO WS-SEG-DATE
               MOVE 0 TO WS-SEG-DETAILS
               MOVE SPACES TO WS-SEG-PPA-PERIOD
               IF TH-BUSINESS-DATE <= WS-BUSINESS-DATE
                   MOVE 'R' TO WS-ROUTE-SWITCH
                   ADD 1 TO WS-RELEASED-SEGMENTS
                   PERFORM CHECK-SEGMENT-PERIOD
               ELSE
                   MOVE 'H' TO WS-ROUTE-SWITCH
                   ADD 1 TO WS-HELD-SEGMENTS
               WRITE NEWWHSE-RECORD FROM WAREHOUSE-RECORD
           END-IF.

       CHECK-SEGMENT-PERIOD.
           MOVE TH-BUSINESS-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE PRA-RESULT
               WHEN 'O'
                   CONTINUE
               WHEN 'C'
                   MOVE PRA-PERIOD TO WS-SEG-PPA-PERIOD
                   MOVE PRA-PERIOD TO TH-PPA-PERIOD
               WHEN OTHER
                   DISPLAY 'ERROR: period control failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *> the inquiry line: what is (or was) being held, for which
      *> date, from which sending system, and what happened to it
      *> this morning.
           IF WS-SEG-STARTED = 'Y'
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-SEG-DETAILS TO WS-COUNT-EDIT
      *> a late release from a closed month says so - the batch
      *> step will post it as a prior-period adjustment.
               EVALUATE TRUE
                   WHEN WS-ROUTE-SWITCH = 'R'
                    AND WS-SEG-PPA-PERIOD NOT = SPACES
                       STRING WS-SEG-SYSTEM DELIMITED BY SIZE
                              '  DATED ' DELIMITED BY SIZE
                              WS-SEG-DATE DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WS-COUNT-EDIT DELIMITED BY SIZE
                              ' DETAIL(S)  RELEASED AS PPA FOR '
                                  DELIMITED BY SIZE
                              WS-SEG-PPA-PERIOD DELIMITED BY SIZE
                              INTO REPORT-RECORD
                   WHEN WS-ROUTE-SWITCH = 'R'
                       STRING WS-SEG-SYSTEM DELIMITED BY SIZE
                              '  DATED ' DELIMITED BY SIZE
                              WS-SEG-DATE DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WS-COUNT-EDIT DELIMITED BY SIZE
                              ' DETAIL(S)  RELEASED' DELIMITED BY SIZE
                              INTO REPORT-RECORD
                   WHEN OTHER
                       STRING WS-SEG-SYSTEM DELIMITED BY SIZE
                              '  DATED ' DELIMITED BY SIZE
                              WS-SEG-DATE DELIMITED BY SIZE
                              '  ' DELIMITED BY SIZE
                              WS-COUNT-EDIT DELIMITED BY SIZE
                              ' DETAIL(S)  STILL HELD'
                                  DELIMITED BY SIZE
                              INTO REPORT-RECORD
               END-EVALUATE
               WRITE REPORT-RECORD
               MOVE 'N' TO WS-SEG-STARTED
           END-IF.
