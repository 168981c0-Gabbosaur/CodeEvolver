      *> and swapped in by the job, the same way REJFIX promotes
      *> the corrected reject file.
       FD  NEWSUS-FILE.
       01  NEWSUS-RECORD           PIC X(80).

      *> released repeats go out as a CALCTRANS feed under the
      *> SUSPFIX sending system - CalcDriver processes them like
      *> the release feed is a CALCTRANS batch like any other, so
      *> it carries the same header/trailer control records
      *> CalcDriver verifies at end of segment.
       01  WS-HASH-TEXT            PIC -(10)9.99.

      *> posting lock: a release of work dated in a closed month
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
       01  SCR-SUS-REVIEW.
           05  BLANK SCREEN.
               GOBACK
           END-IF.

           MOVE SPACES TO WS-SEG-PERIOD.
           PERFORM WRITE-SEGMENT-HEADER.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SUSPENSE-FILE
               END-READ
           END-PERFORM.

           PERFORM WRITE-SEGMENT-TRAILER.

           MOVE WS-CARRY-USED TO WS-CARRY-LEFT.
           PERFORM UNTIL WS-CARRY-LEFT = 0
               PERFORM WRITE-CARRIED-SEGMENT
           END-PERFORM.

           CLOSE SUSPENSE-FILE.
           CLOSE NEWSUS-FILE.
       DECIDE-ONE-SUSPENSE.
           MOVE SPACE TO WS-FIX-ACTION.
           MOVE SPACES TO WS-FIX-MESSAGE.
           PERFORM CHECK-SUSPENSE-PERIOD.

           DISPLAY SCR-SUS-REVIEW.
           ACCEPT SCR-SUS-REVIEW.
               EVALUATE WS-FIX-ACTION
                   WHEN 'R'
                   WHEN 'r'
                       IF WS-FIX-LOCKED = 'Y'
                           ADD 1 TO WS-LEFT-COUNT
                       ELSE
                           PERFORM RELEASE-SUSPENSE
                       END-IF
                   WHEN 'P'
                   WHEN 'p'
                       MOVE 'P' TO SUS-STATUS
           MOVE SUS-NUM2 TO CT-NUM2.
           MOVE SUS-ACCOUNT TO CT-ACCOUNT.
           MOVE SUS-REFERENCE TO CT-REFERENCE.
           IF WS-FIX-PERIOD = SPACES
               WRITE CALC-TRANS-RECORD
               ADD 1 TO WS-SEG-COUNT
               ADD FUNCTION NUMVAL(SUS-NUM1) TO WS-SEG-HASH1
               ADD FUNCTION NUMVAL(SUS-NUM2) TO WS-SEG-HASH2
           ELSE
               ADD 1 TO WS-CARRY-USED
               MOVE WS-FIX-PERIOD TO WS-CARRY-PERIOD(WS-CARRY-USED)
               MOVE 'N' TO WS-CARRY-DONE(WS-CARRY-USED)
               MOVE CALC-TRANS-RECORD
                   TO WS-CARRY-DETAIL(WS-CARRY-USED)
           END-IF.
           MOVE 'R' TO SUS-STATUS.
           ADD 1 TO WS-RELEASED-COUNT.

      *> a release that would be carried but cannot be (period
      *> file unreadable, carry table full) stays open for the next
      *> session. Purging is never locked - a true duplicate is
      *> removed whatever month it was dated in.
       CHECK-SUSPENSE-PERIOD.
           MOVE SPACES TO WS-FIX-PERIOD.
           MOVE 'N' TO WS-FIX-LOCKED.
           MOVE SUS-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE TRUE
               WHEN PRA-RESULT = 'O'
                   CONTINUE
               WHEN PRA-RESULT = 'C' AND WS-CARRY-USED >= 500
                   MOVE 'Y' TO WS-FIX-LOCKED
                   MOVE 'Closed period - carry full, no release'
                       TO WS-FIX-MESSAGE
               WHEN PRA-RESULT = 'C'
                   MOVE PRA-PERIOD TO WS-FIX-PERIOD
                   STRING 'Period ' DELIMITED BY SIZE
                          PRA-PERIOD DELIMITED BY SIZE
                          ' closed - release as PPA'
                              DELIMITED BY SIZE
                          INTO WS-FIX-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'Y' TO WS-FIX-LOCKED
                   MOVE 'Period check failed - no release'
                       TO WS-FIX-MESSAGE
           END-EVALUATE.

      *> WS-SEG-PERIOD spaces = the current-work segment.
       WRITE-SEGMENT-HEADER.
           MOVE SPACES TO TRANS-HEADER.
           MOVE 'H' TO TH-RECORD-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TH-BUSINESS-DATE.
           MOVE 'SUSPFIX' TO TH-SENDING-SYSTEM.
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

       END PROGRAM SuspenseFix.
