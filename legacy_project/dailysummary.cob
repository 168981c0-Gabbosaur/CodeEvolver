               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PPA-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

      *> today's prior-period adjustments - work that belongs to a
      *> closed month. It is kept out of the day's totals and shown
      *> on its own, by the month it belongs to.
       FD  PPA-FILE.
       COPY PPAREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-ALLOCATE-TOTAL       PIC S9(10)V99 VALUE 0.
       01  WS-REVERSAL-COUNT       PIC 9(7) VALUE 0.

       01  WS-PPA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-PPA-TABLE.
           05  WS-PPA-ENTRY OCCURS 2000 TIMES.
               10  WS-PPA-TRANS-ID PIC 9(9).
               10  WS-PPA-PERIOD   PIC X(6).
       01  WS-PPA-USED             PIC 9(4) VALUE 0.
       01  WS-PPA-SUB              PIC 9(4) VALUE 0.
       01  WS-PPA-MONTH            PIC X(6).
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 24 TIMES.
               10  WS-ADJ-PERIOD   PIC X(6).
               10  WS-ADJ-COUNT    PIC 9(7).
               10  WS-ADJ-TOTAL    PIC S9(10)V99.
       01  WS-ADJ-USED             PIC 99 VALUE 0.
       01  WS-ADJ-SUB              PIC 99 VALUE 0.
       01  WS-ADJ-FOUND            PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PPA-REGISTER.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open AUDIT-FILE, status '
      *> AUDITLOG is append-only and never rotated, so without this
      *> filter a run late in the month would tally life-to-date
      *> totals instead of today's.
           IF AUD-TIMESTAMP(1:8) NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PPA-MONTH.
           IF WS-PPA-MONTH NOT = SPACES
               PERFORM TALLY-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF.
           IF AUD-TIMESTAMP(1:8) = WS-TODAY
               EVALUATE AUD-OPERATION
                   WHEN 'ADD'
                   CONTINUE
           END-EVALUATE.

       LOAD-PPA-REGISTER.
           OPEN INPUT PPA-FILE.
           IF WS-PPA-FILE-STATUS = '35'
      *> no work has ever been carried out of a closed month -
      *> everything today is current.
               EXIT PARAGRAPH
           END-IF.
           IF WS-PPA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PPA-FILE, status '
                   WS-PPA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PPA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PPA-POSTING-DATE = WS-TODAY
                           IF WS-PPA-USED >= 2000
                               DISPLAY 'ERROR: more than 2000 '
                                   'prior-period adjustments today'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-PPA-USED
                           MOVE PPA-TRANS-ID
                               TO WS-PPA-TRANS-ID(WS-PPA-USED)
                           MOVE PPA-PERIOD
                               TO WS-PPA-PERIOD(WS-PPA-USED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PPA-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       FIND-PPA-MONTH.
           MOVE SPACES TO WS-PPA-MONTH.
           PERFORM VARYING WS-PPA-SUB FROM 1 BY 1
                   UNTIL WS-PPA-SUB > WS-PPA-USED
               IF WS-PPA-TRANS-ID(WS-PPA-SUB) = AUD-TRANS-ID
                   MOVE WS-PPA-PERIOD(WS-PPA-SUB) TO WS-PPA-MONTH
               END-IF
           END-PERFORM.

      *> one line per closed month; a reversal's negated result
      *> nets inside its month the same way it does above.
       TALLY-ADJUSTMENT.
           IF AUD-OPERATION = 'AMORTIZE'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ADJ-FOUND.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-USED
                      OR WS-ADJ-FOUND = 'Y'
               IF WS-ADJ-PERIOD(WS-ADJ-SUB) = WS-PPA-MONTH
                   MOVE 'Y' TO WS-ADJ-FOUND
                   SUBTRACT 1 FROM WS-ADJ-SUB
               END-IF
           END-PERFORM.
           IF WS-ADJ-FOUND = 'N'
               IF WS-ADJ-USED >= 24
                   DISPLAY 'ERROR: adjustments for more than 24 '
                       'closed months today'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ADJ-USED
               MOVE WS-ADJ-USED TO WS-ADJ-SUB
               MOVE WS-PPA-MONTH TO WS-ADJ-PERIOD(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-COUNT(WS-ADJ-SUB)
               MOVE 0 TO WS-ADJ-TOTAL(WS-ADJ-SUB)
           END-IF.
           ADD 1 TO WS-ADJ-COUNT(WS-ADJ-SUB).
           ADD FUNCTION NUMVAL(AUD-RESULT) TO WS-ADJ-TOTAL(WS-ADJ-SUB).

       PRINT-SUMMARY.
           DISPLAY ' '.
           DISPLAY '========== Daily Calculator Summary =========='.
               ' Total: ' WS-ALLOCATE-TOTAL.
           DISPLAY 'Reversals:       ' WS-REVERSAL-COUNT
               ' (netted into the totals above)'.
           IF WS-ADJ-USED > 0
               DISPLAY '---- Prior-Period Adjustments (not above) ----'
               PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                       UNTIL WS-ADJ-SUB > WS-ADJ-USED
                   DISPLAY 'Period ' WS-ADJ-PERIOD(WS-ADJ-SUB)
                       ':   ' WS-ADJ-COUNT(WS-ADJ-SUB)
                       ' Total: ' WS-ADJ-TOTAL(WS-ADJ-SUB)
               END-PERFORM
           END-IF.
           DISPLAY '================================================'.

       END PROGRAM DailySummary.
