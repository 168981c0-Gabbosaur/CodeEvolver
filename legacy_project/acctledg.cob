       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountLedger.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> read front to back for each account's latest balance
      *> before the business date, then keyed to write the day's
      *> rows - dynamic access serves both.
           SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       COPY ACCTBAL.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  XREF-FILE.
       COPY XREFREC.

      *> the GLPosting interface layout - only the DR side of each
      *> 'CALC ' posting is needed to tie the sub-ledger.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-RECORD-TYPE      PIC X.
           05  JR-POSTING-DATE     PIC X(8).
           05  JR-ACCOUNT          PIC X(8).
           05  JR-DC               PIC X(2).
           05  JR-AMOUNT           PIC X(14).
           05  JR-DESCRIPTION      PIC X(20).
       COPY TRNCTL.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNCTLA.
       01  WS-BALANCE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-OVERRIDE-ANSWER      PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-RUN-DATE             PIC X(8).

      *> one row per account carried on the sub-ledger or active
      *> today. The four movement columns are, in order, ADD,
      *> SUBTRACT, INTEREST and ALLOCATE - the operations that move
      *> an account's balance.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 500 TIMES.
               10  WS-BAL-ACCOUNT  PIC X(8).
               10  WS-BAL-OPENING  PIC S9(11)V99.
               10  WS-BAL-MOVE OCCURS 4 TIMES
                                   PIC S9(11)V99.
               10  WS-BAL-REVERSED PIC S9(11)V99.
               10  WS-BAL-COUNT    PIC 9(7).
       01  WS-BAL-USED             PIC 9(3) VALUE 0.
       01  WS-BAL-SUB              PIC 9(3) VALUE 0.
       01  WS-BAL-FOUND            PIC X VALUE 'N'.
       01  WS-FIND-ACCOUNT         PIC X(8).

      *> day totals by movement column: what the accounts carry,
      *> what moved with no account named (interactive work,
      *> allocations), and what GLPosting journalled.
       01  WS-TIE-TABLE.
           05  WS-TIE-ENTRY OCCURS 4 TIMES.
               10  WS-TIE-OPERATION PIC X(10).
               10  WS-TIE-ACCOUNTS PIC S9(11)V99.
               10  WS-TIE-UNASSIGNED PIC S9(11)V99.
               10  WS-TIE-GL       PIC S9(11)V99.
       01  WS-TIE-SUB              PIC 9 VALUE 0.
       01  WS-TIE-LEDGER           PIC S9(11)V99 VALUE 0.
       01  WS-OUT-OF-TIE           PIC 9(3) VALUE 0.

       01  WS-LEDGER-OP            PIC X(10).
       01  WS-LEDGER-ACCOUNT       PIC X(8).
       01  WS-LEDGER-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING              PIC S9(11)V99 VALUE 0.
       01  WS-MOVEMENT             PIC S9(11)V99 VALUE 0.
       01  WS-AMOUNT-TEXT          PIC -(10)9.99.

       01  WS-DAY-RECORDS          PIC 9(7) VALUE 0.
       01  WS-ROWS-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPENING        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MOVEMENT       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CLOSING        PIC S9(11)V99 VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT          PIC $$,$$$,$$$,$$9.99-.
       01  WS-AMOUNT-EDIT2         PIC $$,$$$,$$$,$$9.99-.
       01  WS-AMOUNT-EDIT3         PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> batch SYSIN answer: Y authorizes rerunning a business
      *> date/step that already completed (genuine rerun).
           DISPLAY 'Supervisor override rerun? (Y/N): '.
           ACCEPT WS-OVERRIDE-ANSWER.

           PERFORM CHECK-RUN-CONTROL.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'ADD' TO WS-TIE-OPERATION(1).
           MOVE 'SUBTRACT' TO WS-TIE-OPERATION(2).
           MOVE 'INTEREST' TO WS-TIE-OPERATION(3).
           MOVE 'ALLOCATE' TO WS-TIE-OPERATION(4).
           PERFORM VARYING WS-TIE-SUB FROM 1 BY 1
                   UNTIL WS-TIE-SUB > 4
               MOVE 0 TO WS-TIE-ACCOUNTS(WS-TIE-SUB)
               MOVE 0 TO WS-TIE-UNASSIGNED(WS-TIE-SUB)
               MOVE 0 TO WS-TIE-GL(WS-TIE-SUB)
           END-PERFORM.

           OPEN I-O BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS = '35'
      *> ACCTBAL doesn't exist yet (first night of the sub-ledger)
      *> - every account simply opens at zero.
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           IF WS-BALANCE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open BALANCE-FILE, status '
                   WS-BALANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-OPENING-BALANCES.
           PERFORM TALLY-DAY-ACTIVITY.
           PERFORM WRITE-DAY-BALANCES.

           CLOSE BALANCE-FILE.

           PERFORM TALLY-GL-POSTINGS.
           PERFORM PRINT-TRIAL-BALANCE.

           DISPLAY 'ACCOUNT LEDGER: ' WS-ROWS-WRITTEN
               ' account balance(s) rolled forward for '
               WS-BUSINESS-DATE.
           IF WS-OUT-OF-TIE > 0
      *> the balances are written either way - the report shows
      *> which movement column disagrees with the journal.
               DISPLAY 'ACCOUNT LEDGER: ' WS-OUT-OF-TIE
                   ' operation(s) do not tie to GLJRNL.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM RECORD-RUN-COMPLETE.

           GOBACK.

      *> business-date run control: a rerun rewrites the day's rows
      *> from the same opening balances, but it still needs a
      *> supervisor's say-so, and recording the step puts it on the
      *> PREREQS gate (GLPOST must have cut the journal first).
       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE 'ACCTBAL' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           EVALUATE RNC-RESULT
               WHEN 'A'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'ERROR: ACCTBAL already completed for '
                       WS-BUSINESS-DATE ' - duplicate run refused'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN 'P'
                   DISPLAY 'ERROR: ACCTBAL refused - a prerequisite '
                       'step has not completed for '
                       WS-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERROR: run-control file failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE 'ACCTBAL' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           IF RNC-RESULT NOT = 'A'
               DISPLAY 'ERROR: run-control file failure'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> rows come back in account/date order, so the last row
      *> seen for an account before the business date is its most
      *> recent closing - tonight's opening. Rows dated on or after
      *> the business date (a rerun) are ignored here and rewritten
      *> below.
       LOAD-OPENING-BALANCES.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ BALANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ABL-DATE < WS-BUSINESS-DATE
                           MOVE ABL-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-BALANCE-ENTRY
                           COMPUTE WS-BAL-OPENING(WS-BAL-SUB) =
                               FUNCTION NUMVAL(ABL-CLOSING)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-BALANCE-ENTRY.
           MOVE 'N' TO WS-BAL-FOUND.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-USED
                      OR WS-BAL-FOUND = 'Y'
               IF WS-BAL-ACCOUNT(WS-BAL-SUB) = WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-BAL-FOUND
                   SUBTRACT 1 FROM WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND = 'N'
               IF WS-BAL-USED >= 500
      *> a dropped account would lose its balance for good - fail
      *> loudly instead.
                   DISPLAY 'ERROR: more than 500 accounts on the '
                       'sub-ledger'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-BAL-USED
               MOVE WS-BAL-USED TO WS-BAL-SUB
               MOVE WS-FIND-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-OPENING(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-MOVE(WS-BAL-SUB, 1)
               MOVE 0 TO WS-BAL-MOVE(WS-BAL-SUB, 2)
               MOVE 0 TO WS-BAL-MOVE(WS-BAL-SUB, 3)
               MOVE 0 TO WS-BAL-MOVE(WS-BAL-SUB, 4)
               MOVE 0 TO WS-BAL-REVERSED(WS-BAL-SUB)
               MOVE 0 TO WS-BAL-COUNT(WS-BAL-SUB)
           END-IF.

       TALLY-DAY-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open AUDIT-FILE, status '
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *> the cross-reference is only needed for reversals that
      *> predate the account field on the log - its absence just
      *> leaves those under no account.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                           PERFORM TALLY-LEDGER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.

      *> a reversal moves the account it backs out, in the column
      *> of the original operation - the same netting GLPosting
      *> does, so the two sides stay comparable. Operations that
      *> do not move a balance (MULTIPLY, DIVIDE, PERCENT) are not
      *> carried.
       TALLY-LEDGER-RECORD.
           MOVE AUD-OPERATION TO WS-LEDGER-OP.
           MOVE AUD-ACCOUNT-ID TO WS-LEDGER-ACCOUNT.
           IF AUD-OPERATION = 'REVERSAL'
               MOVE AUD-REVERSED-OP TO WS-LEDGER-OP
               IF AUD-ACCOUNT-ID = SPACES
                   PERFORM FIND-ORIGINAL-ACCOUNT
               END-IF
           END-IF.
           EVALUATE WS-LEDGER-OP
               WHEN 'ADD'
                   MOVE 1 TO WS-TIE-SUB
               WHEN 'SUBTRACT'
                   MOVE 2 TO WS-TIE-SUB
               WHEN 'INTEREST'
                   MOVE 3 TO WS-TIE-SUB
               WHEN 'ALLOCATE'
                   MOVE 4 TO WS-TIE-SUB
               WHEN OTHER
                   MOVE 0 TO WS-TIE-SUB
           END-EVALUATE.
           IF WS-TIE-SUB > 0
               ADD 1 TO WS-DAY-RECORDS
               COMPUTE WS-LEDGER-AMOUNT =
                   FUNCTION NUMVAL(AUD-RESULT)
               IF WS-LEDGER-ACCOUNT = SPACES
                   ADD WS-LEDGER-AMOUNT
                       TO WS-TIE-UNASSIGNED(WS-TIE-SUB)
               ELSE
                   MOVE WS-LEDGER-ACCOUNT TO WS-FIND-ACCOUNT
                   PERFORM FIND-BALANCE-ENTRY
                   ADD WS-LEDGER-AMOUNT
                       TO WS-BAL-MOVE(WS-BAL-SUB, WS-TIE-SUB)
                   ADD WS-LEDGER-AMOUNT
                       TO WS-TIE-ACCOUNTS(WS-TIE-SUB)
                   ADD 1 TO WS-BAL-COUNT(WS-BAL-SUB)
                   IF AUD-OPERATION = 'REVERSAL'
                       ADD WS-LEDGER-AMOUNT
                           TO WS-BAL-REVERSED(WS-BAL-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-ORIGINAL-ACCOUNT.
           IF WS-XREF-OPEN = 'Y'
              AND AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE AUD-REVERSED-ID TO XRF-TRANS-ID
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-ACCOUNT-ID TO WS-LEDGER-ACCOUNT
               END-READ
           END-IF.

      *> every account on the table gets a row for the date, even
      *> with no movement, so each day's file carries the full
      *> trial balance and tomorrow's opening is always yesterday's
      *> closing.
       WRITE-DAY-BALANCES.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-USED
               PERFORM BUILD-BALANCE-ROW
               WRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       REWRITE ACCOUNT-BALANCE-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR: cannot write ACCTBAL '
                                   'row for ' ABL-ACCOUNT
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-ROWS-WRITTEN
           END-PERFORM.

       BUILD-BALANCE-ROW.
           COMPUTE WS-MOVEMENT =
               WS-BAL-MOVE(WS-BAL-SUB, 1) + WS-BAL-MOVE(WS-BAL-SUB, 2)
               + WS-BAL-MOVE(WS-BAL-SUB, 3)
               + WS-BAL-MOVE(WS-BAL-SUB, 4).
           COMPUTE WS-CLOSING =
               WS-BAL-OPENING(WS-BAL-SUB) + WS-MOVEMENT.
           MOVE SPACES TO ACCOUNT-BALANCE-RECORD.
           MOVE WS-BAL-ACCOUNT(WS-BAL-SUB) TO ABL-ACCOUNT.
           MOVE WS-BUSINESS-DATE TO ABL-DATE.
           MOVE WS-BAL-OPENING(WS-BAL-SUB) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-OPENING.
           MOVE WS-BAL-MOVE(WS-BAL-SUB, 1) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-ADD.
           MOVE WS-BAL-MOVE(WS-BAL-SUB, 2) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-SUBTRACT.
           MOVE WS-BAL-MOVE(WS-BAL-SUB, 3) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-INTEREST.
           MOVE WS-BAL-MOVE(WS-BAL-SUB, 4) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-ALLOCATE.
           MOVE WS-BAL-REVERSED(WS-BAL-SUB) TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-REVERSED.
           MOVE WS-CLOSING TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO ABL-CLOSING.
           MOVE WS-BAL-COUNT(WS-BAL-SUB) TO ABL-ACTIVITY-COUNT.

      *> the DR side of each 'CALC <operation>' pair GLPosting cut
      *> for the date - one amount per operation, already net of
      *> reversals. Prior-period adjustment pairs are described
      *> 'PPA <CCYYMM> <operation>' and count the same way.
       TALLY-GL-POSTINGS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open JOURNAL-FILE, status '
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JR-RECORD-TYPE = 'D'
                          AND JR-POSTING-DATE = WS-BUSINESS-DATE
                          AND JR-DC = 'DR'
                          AND (JR-DESCRIPTION(1:5) = 'CALC '
                               OR JR-DESCRIPTION(1:4) = 'PPA ')
                           PERFORM TALLY-GL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       TALLY-GL-LINE.
           PERFORM VARYING WS-TIE-SUB FROM 1 BY 1
                   UNTIL WS-TIE-SUB > 4
               IF JR-DESCRIPTION(1:5) = 'CALC '
                  AND JR-DESCRIPTION(6:10)
                      = WS-TIE-OPERATION(WS-TIE-SUB)
                   ADD FUNCTION NUMVAL(JR-AMOUNT)
                       TO WS-TIE-GL(WS-TIE-SUB)
               END-IF
               IF JR-DESCRIPTION(1:4) = 'PPA '
                  AND JR-DESCRIPTION(12:9)
                      = WS-TIE-OPERATION(WS-TIE-SUB)
                   ADD FUNCTION NUMVAL(JR-AMOUNT)
                       TO WS-TIE-GL(WS-TIE-SUB)
               END-IF
           END-PERFORM.

       PRINT-TRIAL-BALANCE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 0 TO WS-PAGE-NUMBER.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADING
               END-IF
               PERFORM PRINT-ACCOUNT-LINE
           END-PERFORM.

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-TOTAL-OPENING TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-MOVEMENT TO WS-AMOUNT-EDIT2.
           MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-EDIT3.
           STRING 'TOTAL     ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT3 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM PRINT-GL-TIE.

           CLOSE REPORT-FILE.

       PRINT-ACCOUNT-LINE.
           COMPUTE WS-MOVEMENT =
               WS-BAL-MOVE(WS-BAL-SUB, 1) + WS-BAL-MOVE(WS-BAL-SUB, 2)
               + WS-BAL-MOVE(WS-BAL-SUB, 3)
               + WS-BAL-MOVE(WS-BAL-SUB, 4).
           COMPUTE WS-CLOSING =
               WS-BAL-OPENING(WS-BAL-SUB) + WS-MOVEMENT.
           ADD WS-BAL-OPENING(WS-BAL-SUB) TO WS-TOTAL-OPENING.
           ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT.
           ADD WS-CLOSING TO WS-TOTAL-CLOSING.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-BAL-OPENING(WS-BAL-SUB) TO WS-AMOUNT-EDIT.
           MOVE WS-MOVEMENT TO WS-AMOUNT-EDIT2.
           MOVE WS-CLOSING TO WS-AMOUNT-EDIT3.
           STRING WS-BAL-ACCOUNT(WS-BAL-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT3 DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

      *> the proof: what the accounts moved plus what moved with
      *> no account named must equal what the journal posted, one
      *> line per operation.
       PRINT-GL-TIE.
           PERFORM PRINT-PAGE-HEADING.
           MOVE 'PROOF TO GLJRNL POSTINGS' TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 'OPERATION           ACCOUNTS         UNASSIGNED'
               TO REPORT-RECORD.
           MOVE 'GLJRNL' TO REPORT-RECORD(61:6).
           WRITE REPORT-RECORD.
           PERFORM VARYING WS-TIE-SUB FROM 1 BY 1
                   UNTIL WS-TIE-SUB > 4
               COMPUTE WS-TIE-LEDGER =
                   WS-TIE-ACCOUNTS(WS-TIE-SUB)
                   + WS-TIE-UNASSIGNED(WS-TIE-SUB)
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-TIE-ACCOUNTS(WS-TIE-SUB) TO WS-AMOUNT-EDIT
               MOVE WS-TIE-UNASSIGNED(WS-TIE-SUB) TO WS-AMOUNT-EDIT2
               MOVE WS-TIE-GL(WS-TIE-SUB) TO WS-AMOUNT-EDIT3
               STRING WS-TIE-OPERATION(WS-TIE-SUB) DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT3 DELIMITED BY SIZE
                      INTO REPORT-RECORD
               IF WS-TIE-LEDGER NOT = WS-TIE-GL(WS-TIE-SUB)
                   MOVE ' ***' TO REPORT-RECORD(77:4)
                   ADD 1 TO WS-OUT-OF-TIE
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-DAY-RECORDS TO WS-COUNT-EDIT.
           STRING 'AUDIT RECORDS CARRIED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-OUT-OF-TIE = 0
               MOVE 'SUB-LEDGER TIES TO THE JOURNAL' TO REPORT-RECORD
           ELSE
               MOVE '*** SUB-LEDGER DOES NOT TIE TO THE JOURNAL ***'
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ACCOUNT TRIAL BALANCE   BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 'ACCOUNT              OPENING           MOVEMENT'
               TO REPORT-RECORD.
           MOVE 'CLOSING' TO REPORT-RECORD(60:7).
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM AccountLedger.
