      *> swapped in by the job that runs this program, the same way
      *> AUDMNTH promotes the KEEP dataset.
       FD  NEWREJ-FILE.
       01  NEWREJ-RECORD           PIC X(80).

      *> corrected transactions go out in the CALCTRAN mixed layout
      *> so the next CalcDriver run picks them up - the audit record
       01  WS-HASH-TEXT            PIC -(10)9.99.
       COPY XMITLOGA.

      *> posting lock: a correction to work dated in a closed month
      *> is held back here and written after the current segment,
      *> in a segment of its own per closed month whose header
      *> names the month - CalcDriver then posts it as a
      *> prior-period adjustment instead of as current work.
       COPY PERIODA.
       01  WS-FIX-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-FIX-LOCKED           PIC X VALUE 'N'.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-ENTRY OCCURS 500 TIMES.
               10  WS-CARRY-PERIOD PIC X(6).
               10  WS-CARRY-DONE   PIC X.
               10  WS-CARRY-DETAIL PIC X(56).
       01  WS-CARRY-USED           PIC 9(3) VALUE 0.
       01  WS-CARRY-SUB            PIC 9(3) VALUE 0.
       01  WS-CARRY-LEFT           PIC 9(3) VALUE 0.
       01  WS-SEG-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-SEG-COUNT            PIC 9(7) VALUE 0.
       01  WS-SEG-HASH1            PIC S9(11)V99 VALUE 0.
       01  WS-SEG-HASH2            PIC S9(11)V99 VALUE 0.

       SCREEN SECTION.
       01  SCR-REJ-FIX.
           05  BLANK SCREEN.
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SEG-PERIOD.
           PERFORM WRITE-SEGMENT-HEADER.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECT-FILE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SEGMENT-TRAILER.

           MOVE WS-CARRY-USED TO WS-CARRY-LEFT.
           PERFORM UNTIL WS-CARRY-LEFT = 0
               PERFORM WRITE-CARRIED-SEGMENT
           END-PERFORM.

           CLOSE REJECT-FILE.
           CLOSE NEWREJ-FILE.
           MOVE REJ-REASON TO WS-FIX-REASON.
           MOVE SPACE TO WS-FIX-ACTION.
           MOVE SPACES TO WS-FIX-MESSAGE.
           PERFORM CHECK-REJECT-PERIOD.

           DISPLAY SCR-REJ-FIX.
           ACCEPT SCR-REJ-FIX.
               MOVE 'Y' TO WS-STOP-SWITCH
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               IF (WS-FIX-ACTION = 'R' OR WS-FIX-ACTION = 'r')
                  AND WS-FIX-LOCKED = 'N'
                   MOVE SPACES TO CALC-TRANS-RECORD
                   MOVE 'D' TO CT-RECORD-TYPE
                   MOVE REJ-OPERATION TO CT-OPERATION
                   MOVE WS-FIX-NUM1 TO CT-NUM1
                   MOVE WS-FIX-NUM2 TO CT-NUM2
                   MOVE REJ-ACCOUNT TO CT-ACCOUNT
                   IF WS-FIX-PERIOD = SPACES
                       WRITE CALC-TRANS-RECORD
                       ADD 1 TO WS-SEG-COUNT
                       ADD FUNCTION NUMVAL(WS-FIX-NUM1)
                           TO WS-SEG-HASH1
                       ADD FUNCTION NUMVAL(WS-FIX-NUM2)
                           TO WS-SEG-HASH2
                   ELSE
                       ADD 1 TO WS-CARRY-USED
                       MOVE WS-FIX-PERIOD
                           TO WS-CARRY-PERIOD(WS-CARRY-USED)
                       MOVE 'N' TO WS-CARRY-DONE(WS-CARRY-USED)
                       MOVE CALC-TRANS-RECORD
                           TO WS-CARRY-DETAIL(WS-CARRY-USED)
                   END-IF
                   ADD FUNCTION NUMVAL(WS-FIX-NUM1)
                       TO WS-RESUB-HASH1
                   ADD FUNCTION NUMVAL(WS-FIX-NUM2)
               END-IF
           END-IF.

      *> a reject written before the period lock carries no date -
      *> it is treated as current work. A correction that would be
      *> carried but cannot be (period file unreadable, carry table
      *> full) stays open for the next session.
       CHECK-REJECT-PERIOD.
           MOVE SPACES TO WS-FIX-PERIOD.
           MOVE 'N' TO WS-FIX-LOCKED.
           IF REJ-BUSINESS-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE REJ-BUSINESS-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE TRUE
               WHEN PRA-RESULT = 'O'
                   CONTINUE
               WHEN PRA-RESULT = 'C' AND WS-CARRY-USED >= 500
                   MOVE 'Y' TO WS-FIX-LOCKED
                   MOVE 'Closed period - carry full, left open'
                       TO WS-FIX-MESSAGE
               WHEN PRA-RESULT = 'C'
                   MOVE PRA-PERIOD TO WS-FIX-PERIOD
                   STRING 'Period ' DELIMITED BY SIZE
                          PRA-PERIOD DELIMITED BY SIZE
                          ' closed - resubmit as PPA'
                              DELIMITED BY SIZE
                          INTO WS-FIX-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'Y' TO WS-FIX-LOCKED
                   MOVE 'Period check failed - left open'
                       TO WS-FIX-MESSAGE
           END-EVALUATE.

      *> WS-SEG-PERIOD spaces = the current-work segment.
       WRITE-SEGMENT-HEADER.
           MOVE SPACES TO TRANS-HEADER.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TH-BUSINESS-DATE.
           MOVE 'REJFIX' TO TH-SENDING-SYSTEM.
           MOVE WS-SEG-PERIOD TO TH-PPA-PERIOD.
           WRITE TRANS-HEADER.
           MOVE 0 TO WS-SEG-COUNT.
           MOVE 0 TO WS-SEG-HASH1.
           MOVE 0 TO WS-SEG-HASH2.

       WRITE-SEGMENT-TRAILER.
           MOVE SPACES TO TRANS-TRAILER.
           MOVE 'T' TO TT-RECORD-TYPE.
           MOVE WS-SEG-COUNT TO TT-RECORD-COUNT.
           MOVE WS-SEG-HASH1 TO WS-HASH-TEXT.
           MOVE WS-HASH-TEXT TO TT-HASH-NUM1.
           MOVE WS-SEG-HASH2 TO WS-HASH-TEXT.
           MOVE WS-HASH-TEXT TO TT-HASH-NUM2.
           WRITE TRANS-TRAILER.

      *> one segment per closed month, earliest month first.
       WRITE-CARRIED-SEGMENT.
           MOVE HIGH-VALUES TO WS-SEG-PERIOD.
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-USED
               IF WS-CARRY-DONE(WS-CARRY-SUB) = 'N'
                  AND WS-CARRY-PERIOD(WS-CARRY-SUB) < WS-SEG-PERIOD
                   MOVE WS-CARRY-PERIOD(WS-CARRY-SUB)
                       TO WS-SEG-PERIOD
               END-IF
           END-PERFORM.
           PERFORM WRITE-SEGMENT-HEADER.
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-USED
               IF WS-CARRY-DONE(WS-CARRY-SUB) = 'N'
                  AND WS-CARRY-PERIOD(WS-CARRY-SUB) = WS-SEG-PERIOD
                   MOVE WS-CARRY-DETAIL(WS-CARRY-SUB)
                       TO CALC-TRANS-RECORD
                   WRITE CALC-TRANS-RECORD
                   ADD 1 TO WS-SEG-COUNT
                   ADD FUNCTION NUMVAL(CT-NUM1) TO WS-SEG-HASH1
                   ADD FUNCTION NUMVAL(CT-NUM2) TO WS-SEG-HASH2
                   MOVE 'Y' TO WS-CARRY-DONE(WS-CARRY-SUB)
                   SUBTRACT 1 FROM WS-CARRY-LEFT
               END-IF
           END-PERFORM.
           PERFORM WRITE-SEGMENT-TRAILER.

      *> the resubmit feed is an outbound interface file like
      *> GLJRNL and WHEXTR - every cut goes on the transmission
      *> log with the counts and totals its trailer carries.
