               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXDIFF-FILE-STATUS.

           SELECT PPA-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLACCT-FILE.
           05  FXD-CURRENCY        PIC X(3).
           05  FXD-AMOUNT          PIC X(16).

      *> prior-period adjustment register - the transactions
      *> posted today that belong to a closed month. They post to
      *> the same accounts, but on journal lines and a proof
      *> section of their own, so the ledger can book them as
      *> adjustments rather than current-month activity.
       FD  PPA-FILE.
       COPY PPAREC.

       WORKING-STORAGE SECTION.
       COPY RUNCTLA.
       01  WS-GLACCT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-MAP-SUB              PIC 99 VALUE 0.
       01  WS-MAP-FOUND            PIC X VALUE 'N'.

      *> WS-OP-PPA-PERIOD is spaces for current work, otherwise
      *> the closed month the adjustment belongs to - each
      *> operation/month pair is its own entry and journal pair.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 40 TIMES.
               10  WS-OP-CODE      PIC X(10).
               10  WS-OP-PPA-PERIOD PIC X(6).
               10  WS-OP-COUNT     PIC 9(7).
               10  WS-OP-TOTAL     PIC S9(11)V99.
       01  WS-OP-USED              PIC 99 VALUE 0.
       01  WS-OP-FOUND             PIC X VALUE 'N'.

       01  WS-TALLY-OP             PIC X(10).
       01  WS-TALLY-PPA            PIC X(6).

       01  WS-PPA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-PPA-TABLE.
           05  WS-PPA-ENTRY OCCURS 2000 TIMES.
               10  WS-PPA-TRANS-ID PIC 9(9).
               10  WS-PPA-PERIOD   PIC X(6).
       01  WS-PPA-USED             PIC 9(4) VALUE 0.
       01  WS-PPA-SUB              PIC 9(4) VALUE 0.
       01  WS-PPA-LINES            PIC 99 VALUE 0.
       01  WS-PROOF-POINTER        PIC 99 VALUE 1.
       01  WS-FXDIFF-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 20 TIMES.
           PERFORM CHECK-RUN-CONTROL.

           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-PPA-REGISTER.
           PERFORM TALLY-AUDIT-LOG.
           PERFORM TALLY-FX-DIFFERENCES.
           PERFORM WRITE-JOURNAL.
           END-PERFORM.
           CLOSE GLACCT-FILE.

       LOAD-PPA-REGISTER.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PPA-FILE.
           IF WS-PPA-FILE-STATUS = '35'
      *> no month has ever been closed with work carried out of it
      *> - every record posts as current work.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-PPA-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open PPA-FILE, status '
                       WS-PPA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PPA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PPA-POSTING-DATE = WS-POSTING-DATE
                           IF WS-PPA-USED >= 2000
      *> a dropped row would post an adjustment as current
      *> activity - fail loudly instead.
                               DISPLAY 'ERROR: more than 2000 '
                                   'prior-period adjustments on '
                                   WS-POSTING-DATE
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
           IF WS-PPA-FILE-STATUS NOT = '35'
               CLOSE PPA-FILE
           END-IF.

       TALLY-AUDIT-LOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
              AND AUD-REVERSED-OP NOT = SPACES
               MOVE AUD-REVERSED-OP TO WS-TALLY-OP
           END-IF.
      *> an amortization schedule is a quotation - it is audited so
      *> it can be retrieved, but no money moves and nothing posts.
           IF WS-TALLY-OP = 'AMORTIZE'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TALLY-PPA.
           PERFORM VARYING WS-PPA-SUB FROM 1 BY 1
                   UNTIL WS-PPA-SUB > WS-PPA-USED
               IF WS-PPA-TRANS-ID(WS-PPA-SUB) = AUD-TRANS-ID
                   MOVE WS-PPA-PERIOD(WS-PPA-SUB) TO WS-TALLY-PPA
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
                      OR WS-OP-FOUND = 'Y'
               IF WS-OP-CODE(WS-OP-SUB) = WS-TALLY-OP
                  AND WS-OP-PPA-PERIOD(WS-OP-SUB) = WS-TALLY-PPA
                   MOVE 'Y' TO WS-OP-FOUND
                   SUBTRACT 1 FROM WS-OP-SUB
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND = 'N'
      *> a full table would otherwise post the overflow operation's
      *> money into whatever entry subscript 41 lands on - fail
      *> loudly instead.
               IF WS-OP-USED >= 40
                   DISPLAY 'ERROR: more than 40 operations on '
                       WS-POSTING-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ADD 1 TO WS-OP-USED
               MOVE WS-OP-USED TO WS-OP-SUB
               MOVE WS-TALLY-OP TO WS-OP-CODE(WS-OP-SUB)
               MOVE WS-TALLY-PPA TO WS-OP-PPA-PERIOD(WS-OP-SUB)
               MOVE 0 TO WS-OP-COUNT(WS-OP-SUB)
               MOVE 0 TO WS-OP-TOTAL(WS-OP-SUB)
           END-IF.
           MOVE WS-MAP-DEBIT(WS-MAP-SUB) TO JR-ACCOUNT.
           MOVE 'DR' TO JR-DC.
           MOVE WS-AMOUNT-TEXT TO JR-AMOUNT.
           PERFORM BUILD-JOURNAL-DESCRIPTION.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           ADD FUNCTION NUMVAL(JR-AMOUNT) TO WS-JRNL-HASH.
           MOVE WS-MAP-CREDIT(WS-MAP-SUB) TO JR-ACCOUNT.
           MOVE 'CR' TO JR-DC.
           MOVE WS-AMOUNT-TEXT TO JR-AMOUNT.
           PERFORM BUILD-JOURNAL-DESCRIPTION.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           ADD FUNCTION NUMVAL(JR-AMOUNT) TO WS-JRNL-HASH.
           ADD WS-OP-TOTAL(WS-OP-SUB) TO WS-CREDIT-TOTAL.

      *> an adjustment line names the closed month it belongs to,
      *> so the ledger load can book it back to that period.
       BUILD-JOURNAL-DESCRIPTION.
           IF WS-OP-PPA-PERIOD(WS-OP-SUB) = SPACES
               STRING 'CALC ' DELIMITED BY SIZE
                      WS-OP-CODE(WS-OP-SUB) DELIMITED BY SIZE
                      INTO JR-DESCRIPTION
           ELSE
               STRING 'PPA ' DELIMITED BY SIZE
                      WS-OP-PPA-PERIOD(WS-OP-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OP-CODE(WS-OP-SUB) DELIMITED BY SIZE
                      INTO JR-DESCRIPTION
           END-IF.

       TALLY-FX-DIFFERENCES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FXDIFF-FILE.
                  INTO PROOF-RECORD.
           WRITE PROOF-RECORD.

           MOVE 0 TO WS-PPA-LINES.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
               IF WS-OP-PPA-PERIOD(WS-OP-SUB) = SPACES
                   PERFORM WRITE-PROOF-OP-LINE
               ELSE
                   ADD 1 TO WS-PPA-LINES
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
               WRITE PROOF-RECORD
           END-IF.

      *> the adjustments come after the current work and its FX
      *> rounding, under their own heading, one line per
      *> operation and closed month.
           IF WS-PPA-LINES > 0
               MOVE 'PRIOR-PERIOD ADJUSTMENTS (CLOSED MONTH SHOWN)'
                   TO PROOF-RECORD
               WRITE PROOF-RECORD
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > WS-OP-USED
                   IF WS-OP-PPA-PERIOD(WS-OP-SUB) NOT = SPACES
                       PERFORM WRITE-PROOF-OP-LINE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO PROOF-RECORD.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           STRING 'TOTAL DEBITS:  ' DELIMITED BY SIZE

           CLOSE PROOF-FILE.

      *> an adjustment line carries its closed month after the
      *> operation code; otherwise the line reads as it always has.
       WRITE-PROOF-OP-LINE.
           PERFORM FIND-ACCOUNT-MAP.
           MOVE SPACES TO PROOF-RECORD.
           MOVE WS-OP-COUNT(WS-OP-SUB) TO WS-COUNT-EDIT.
           MOVE WS-OP-TOTAL(WS-OP-SUB) TO WS-TOTAL-EDIT.
           MOVE 1 TO WS-PROOF-POINTER.
           STRING '  ' DELIMITED BY SIZE
                  WS-OP-CODE(WS-OP-SUB) DELIMITED BY SIZE
                  INTO PROOF-RECORD
                  WITH POINTER WS-PROOF-POINTER.
           IF WS-OP-PPA-PERIOD(WS-OP-SUB) NOT = SPACES
               STRING ' ' DELIMITED BY SIZE
                      WS-OP-PPA-PERIOD(WS-OP-SUB) DELIMITED BY SIZE
                      INTO PROOF-RECORD
                      WITH POINTER WS-PROOF-POINTER
           END-IF.
           IF WS-MAP-FOUND = 'Y'
               STRING ' ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                      ' DR ' DELIMITED BY SIZE
                      WS-MAP-DEBIT(WS-MAP-SUB)
                          DELIMITED BY SIZE
                      ' CR ' DELIMITED BY SIZE
                      WS-MAP-CREDIT(WS-MAP-SUB)
                          DELIMITED BY SIZE
                      INTO PROOF-RECORD
                      WITH POINTER WS-PROOF-POINTER
           ELSE
               STRING ' ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                      ' *** NO ACCOUNT MAPPING ***'
                          DELIMITED BY SIZE
                      INTO PROOF-RECORD
                      WITH POINTER WS-PROOF-POINTER
           END-IF.
           WRITE PROOF-RECORD.

       END PROGRAM GLPosting.
