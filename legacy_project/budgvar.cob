       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetVariance.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT DIRECTORY-FILE ASSIGN TO "AUDMDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-FILE-STATUS.

      *> the year's closed months, re-pointed one archive at a time
      *> the same way ArchiveResearch walks them.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY BUDGREC.

       FD  PRICE-FILE.
       COPY PRICEREC.

       FD  HISTORY-FILE.
       COPY ALLOCHST.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05  ADR-PERIOD          PIC X(6).
           05  ADR-FIRST-DATE      PIC X(8).
           05  ADR-LAST-DATE       PIC X(8).
           05  ADR-COUNT           PIC 9(7).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(218).

       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(218).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *> both log sources are poured through the one AUDITREC image.
       COPY AUDITREC.

       01  WS-BUDGET-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-PRICE-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-DIRECTORY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.

       01  WS-REPORT-MONTH         PIC X(6).
       01  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR      PIC X(4).
           05  WS-REPORT-MM        PIC X(2).
       01  WS-YEAR-FIRST-MONTH     PIC X(6).
       01  WS-YEAR-START           PIC X(8).
       01  WS-MONTH-END            PIC X(8).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-THRESHOLD-ANSWER     PIC X(5).
       01  WS-THRESHOLD            PIC 9(3)V9 VALUE 10.
       01  WS-THRESHOLD-EDIT       PIC ZZ9.9.
       01  WS-ROW-MONTH            PIC X(6).
       01  WS-ROW-AMOUNT           PIC S9(9)V99 VALUE 0.

      *> price per calculation by operation code, loaded once.
       01  WS-PRICE-TABLE.
           05  WS-PRC-ENTRY OCCURS 20 TIMES.
               10  WS-PRC-OPERATION PIC X(10).
               10  WS-PRC-PRICE    PIC S9(5)V9(4).
       01  WS-PRC-USED             PIC 99 VALUE 0.
       01  WS-PRC-SUB              PIC 99 VALUE 0.

      *> operator-to-department cache so the indexed master is
      *> read once per operator, not once per audit record.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID       PIC X(8).
               10  WS-OPR-DEPT     PIC X(8).
       01  WS-OPR-USED             PIC 9(3) VALUE 0.
       01  WS-OPR-SUB              PIC 9(3) VALUE 0.
       01  WS-RECORD-DEPT          PIC X(8).

      *> the year's allocated shares, kept so a REVERSAL of one can
      *> be charged back to the department that received it.
       01  WS-ALLOC-TABLE.
           05  WS-ALH-ENTRY OCCURS 2000 TIMES.
               10  WS-ALH-TRANS-ID PIC 9(9).
               10  WS-ALH-DEPT     PIC X(8).
       01  WS-ALH-USED             PIC 9(4) VALUE 0.
       01  WS-ALH-SUB              PIC 9(4) VALUE 0.
       01  WS-UNMATCHED-REVERSALS  PIC 9(5) VALUE 0.

      *> one entry per department, one item per operation it was
      *> budgeted for or used, plus SHARED for its allocated
      *> charges. Operation items carry usage counts until they are
      *> priced; SHARED carries money from the start.
       01  WS-DEPT-TABLE.
           05  WS-DEP-ENTRY OCCURS 50 TIMES.
               10  WS-DEP-ID       PIC X(8).
               10  WS-DEP-FLAGGED  PIC X.
               10  WS-DEP-ITEM-USED PIC 99.
               10  WS-DEP-ITEM OCCURS 21 TIMES.
                   15  WS-ITM-CODE     PIC X(10).
                   15  WS-ITM-PRICED   PIC X.
                   15  WS-ITM-MTD-COUNT PIC 9(7).
                   15  WS-ITM-YTD-COUNT PIC 9(7).
                   15  WS-ITM-MTD-BUDGET PIC S9(9)V99.
                   15  WS-ITM-YTD-BUDGET PIC S9(9)V99.
                   15  WS-ITM-MTD-ACTUAL PIC S9(9)V99.
                   15  WS-ITM-YTD-ACTUAL PIC S9(9)V99.
       01  WS-DEP-USED             PIC 9(3) VALUE 0.
       01  WS-DEP-SUB              PIC 9(3) VALUE 0.
       01  WS-DEP-SUB2             PIC 9(3) VALUE 0.
       01  WS-ITM-SUB              PIC 99 VALUE 0.
       01  WS-FIND-ITEM            PIC X(10).
       01  WS-SWAP-ENTRY.
           05  FILLER              PIC X(8).
           05  FILLER              PIC X.
           05  FILLER              PIC 99.
           05  FILLER OCCURS 21 TIMES.
               10  FILLER          PIC X(10).
               10  FILLER          PIC X.
               10  FILLER          PIC 9(7).
               10  FILLER          PIC 9(7).
               10  FILLER          PIC S9(9)V99.
               10  FILLER          PIC S9(9)V99.
               10  FILLER          PIC S9(9)V99.
               10  FILLER          PIC S9(9)V99.
       01  WS-SWAPPED              PIC X VALUE 'N'.

      *> totals for the line being printed and its department.
       01  WS-LINE-BUDGET          PIC S9(9)V99 VALUE 0.
       01  WS-LINE-ACTUAL          PIC S9(9)V99 VALUE 0.
       01  WS-LINE-VARIANCE        PIC S9(9)V99 VALUE 0.
       01  WS-LINE-PERCENT         PIC S9(5)V9 VALUE 0.
       01  WS-LINE-OVER            PIC X VALUE 'N'.
       01  WS-LINE-LABEL           PIC X(10).
       01  WS-LINE-SPAN            PIC X(3).
       01  WS-LINE-NOTE            PIC X(9).
       01  WS-DEPT-MTD-BUDGET      PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-YTD-BUDGET      PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-MTD-ACTUAL      PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-YTD-ACTUAL      PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-MTD-BUDGET     PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-YTD-BUDGET     PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-MTD-ACTUAL     PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-YTD-ACTUAL     PIC S9(11)V99 VALUE 0.

      *> the departments over the flag percentage, carried to the
      *> summary finance chases from.
       01  WS-FLAG-TABLE.
           05  WS-FLG-ENTRY OCCURS 50 TIMES.
               10  WS-FLG-DEPT     PIC X(8).
               10  WS-FLG-MTD-PCT  PIC X(8).
               10  WS-FLG-YTD-PCT  PIC X(8).
               10  WS-FLG-YTD-VAR  PIC S9(9)V99.
       01  WS-FLG-USED             PIC 9(3) VALUE 0.
       01  WS-FLG-SUB              PIC 9(3) VALUE 0.
       01  WS-HOLD-MTD-PCT         PIC X(8).

       01  WS-ARCH-NAME            PIC X(32) VALUE SPACES.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 60 TIMES.
               10  WS-DIR-PERIOD   PIC X(6).
               10  WS-DIR-FIRST    PIC X(8).
               10  WS-DIR-LAST     PIC X(8).
       01  WS-DIR-USED             PIC 9(3) VALUE 0.
       01  WS-DIR-SUB              PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(3) VALUE 0.
       01  WS-SELECTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-UNPRICED-COUNT       PIC 9(3) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC ZZ,ZZ9.
       01  WS-AMOUNT-EDIT          PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-BUDGET-EDIT          PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-VARIANCE-EDIT        PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PERCENT-EDIT         PIC ZZZZ9.9-.
       01  WS-PERCENT-TEXT         PIC X(8).
       01  WS-TOTAL-EDIT           PIC $$,$$$,$$$,$$9.99-.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter report month (CCYYMM): '.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC
              OR WS-REPORT-MM < '01' OR WS-REPORT-MM > '12'
               DISPLAY 'ERROR: month must be CCYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WS-REPORT-YEAR DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
                  INTO WS-YEAR-FIRST-MONTH.
           STRING WS-REPORT-YEAR DELIMITED BY SIZE
                  '0101' DELIMITED BY SIZE
                  INTO WS-YEAR-START.
           STRING WS-REPORT-MONTH DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
                  INTO WS-MONTH-END.

      *> a department whose spend runs more than this percentage
      *> over its budget, for the month or the year to date, is
      *> flagged for finance to chase.
           DISPLAY 'Over-budget flag percent (blank = 10): '.
           ACCEPT WS-THRESHOLD-ANSWER.
           IF WS-THRESHOLD-ANSWER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-ANSWER) NOT = 0
                   DISPLAY 'ERROR: flag percent is not numeric: '
                       WS-THRESHOLD-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL(WS-THRESHOLD-ANSWER)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM LOAD-PRICE-TABLE.
           PERFORM LOAD-BUDGET-ROWS.
           PERFORM LOAD-ALLOCATION-HISTORY.

           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-ARCHIVE-DIRECTORY.
           PERFORM READ-YEAR-ARCHIVES.
           PERFORM READ-OPEN-PERIOD.
           CLOSE OPERMST-FILE.

           PERFORM PRICE-DEPARTMENT-USAGE.
           PERFORM SORT-DEPT-TABLE.
           PERFORM PRINT-VARIANCE-REPORT.

           DISPLAY 'BUDGET VARIANCE: ' WS-SELECTED-COUNT
               ' audit record(s) charged for ' WS-YEAR-FIRST-MONTH
               ' - ' WS-REPORT-MONTH ', ' WS-FLG-USED
               ' department(s) flagged.'.

      *> an over-budget department is for finance to chase, not a
      *> failed run; an unpriced operation or a reversal that could
      *> not be traced to its department understates somebody's
      *> actual - RC 4 either way so the report gets read.
           IF WS-FLG-USED > 0
              OR WS-UNPRICED-COUNT > 0
              OR WS-UNMATCHED-REVERSALS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-PRICE-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PRICE-FILE, status '
                   WS-PRICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-PRC-USED >= 20
                           DISPLAY 'ERROR: more than 20 price rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PRC-USED
                       MOVE PRC-OPERATION
                           TO WS-PRC-OPERATION(WS-PRC-USED)
                       COMPUTE WS-PRC-PRICE(WS-PRC-USED) =
                           FUNCTION NUMVAL(PRC-PRICE)
               END-READ
           END-PERFORM.
           CLOSE PRICE-FILE.

      *> the year's budget up to and including the report month.
       LOAD-BUDGET-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open BUDGET-FILE, status '
                   WS-BUDGET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ BUDGET-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF BDG-PERIOD >= WS-YEAR-FIRST-MONTH
                          AND BDG-PERIOD <= WS-REPORT-MONTH
                           PERFORM TALLY-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

       TALLY-BUDGET-ROW.
           MOVE BDG-DEPARTMENT TO WS-RECORD-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           MOVE BDG-OPERATION TO WS-FIND-ITEM.
           PERFORM FIND-OR-ADD-ITEM.
           MOVE 0 TO WS-ROW-AMOUNT.
           IF FUNCTION TEST-NUMVAL(BDG-AMOUNT) = 0
               COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(BDG-AMOUNT)
           END-IF.
           ADD WS-ROW-AMOUNT
               TO WS-ITM-YTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB).
           IF BDG-PERIOD = WS-REPORT-MONTH
               ADD WS-ROW-AMOUNT
                   TO WS-ITM-MTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
           END-IF.

      *> every share AllocateFunction cut in the year to date is the
      *> receiving department's allocated actual.
       LOAD-ALLOCATION-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
      *> nothing has ever been allocated - no shared charges yet.
               EXIT PARAGRAPH
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTORY-FILE, status '
                   WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ALH-DATE(1:6) TO WS-ROW-MONTH
                       IF WS-ROW-MONTH >= WS-YEAR-FIRST-MONTH
                          AND WS-ROW-MONTH <= WS-REPORT-MONTH
                           PERFORM TALLY-ALLOCATION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       TALLY-ALLOCATION-ROW.
           IF WS-ALH-USED >= 2000
               DISPLAY 'ERROR: more than 2000 allocated shares in '
                   WS-REPORT-YEAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ALH-USED.
           MOVE ALH-TRANS-ID TO WS-ALH-TRANS-ID(WS-ALH-USED).
           MOVE ALH-DEPARTMENT TO WS-ALH-DEPT(WS-ALH-USED).
           MOVE 0 TO WS-ROW-AMOUNT.
           IF FUNCTION TEST-NUMVAL(ALH-SHARE) = 0
               COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(ALH-SHARE)
           END-IF.
           MOVE ALH-DEPARTMENT TO WS-RECORD-DEPT.
           PERFORM ADD-SHARED-ACTUAL.

      *> WS-RECORD-DEPT, WS-ROW-MONTH and WS-ROW-AMOUNT in hand.
       ADD-SHARED-ACTUAL.
           PERFORM FIND-OR-ADD-DEPT.
           MOVE 'SHARED' TO WS-FIND-ITEM.
           PERFORM FIND-OR-ADD-ITEM.
           ADD WS-ROW-AMOUNT
               TO WS-ITM-YTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB).
           IF WS-ROW-MONTH = WS-REPORT-MONTH
               ADD WS-ROW-AMOUNT
                   TO WS-ITM-MTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
           END-IF.

       LOAD-ARCHIVE-DIRECTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DIRECTORY-FILE.
           IF WS-DIRECTORY-FILE-STATUS = '35'
      *> no cutover has ever run - only the open period exists.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-DIRECTORY-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open DIRECTORY-FILE, '
                       'status ' WS-DIRECTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ DIRECTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-DIR-USED >= 60
                           DISPLAY 'ERROR: more than 60 archive '
                               'directory rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-DIR-USED
                       MOVE ADR-PERIOD
                           TO WS-DIR-PERIOD(WS-DIR-USED)
                       MOVE ADR-FIRST-DATE
                           TO WS-DIR-FIRST(WS-DIR-USED)
                       MOVE ADR-LAST-DATE
                           TO WS-DIR-LAST(WS-DIR-USED)
               END-READ
           END-PERFORM.
           IF WS-DIRECTORY-FILE-STATUS NOT = '35'
               CLOSE DIRECTORY-FILE
           END-IF.

       READ-YEAR-ARCHIVES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-USED
               IF WS-DIR-FIRST(WS-DIR-SUB) <= WS-MONTH-END
                  AND WS-DIR-LAST(WS-DIR-SUB) >= WS-YEAR-START
                   PERFORM READ-ONE-ARCHIVE
               END-IF
           END-PERFORM.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING 'PROD.CALC.AUDITLOG.ARCH.D' DELIMITED BY SIZE
                  WS-DIR-PERIOD(WS-DIR-SUB) DELIMITED BY SIZE
                  INTO WS-ARCH-NAME.
           SET ENVIRONMENT 'AUDARCH' TO WS-ARCH-NAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
      *> a missing month would understate every department's year
      *> to date and hide exactly the overspend this report is
      *> for - stop rather than print it.
               DISPLAY 'ERROR: cannot open archive '
                   WS-ARCH-NAME ', status '
                   WS-ARCHIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ARCHIVES-READ.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                       PERFORM TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       READ-OPEN-PERIOD.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIVE-FILE, status '
                   WS-LIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LIVE-RECORD TO AUDIT-RECORD
                       PERFORM TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

      *> usage is counted exactly as ChargebackInvoice bills it -
      *> every audit record, under its own operation code, to the
      *> operator's department. A REVERSAL of an allocated share
      *> also takes the share back off the receiving department.
       TALLY-AUDIT-RECORD.
           MOVE AUD-TIMESTAMP(1:6) TO WS-ROW-MONTH.
           IF WS-ROW-MONTH < WS-YEAR-FIRST-MONTH
              OR WS-ROW-MONTH > WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           PERFORM FIND-OPERATOR-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           MOVE AUD-OPERATION TO WS-FIND-ITEM.
           PERFORM FIND-OR-ADD-ITEM.
           ADD 1 TO WS-ITM-YTD-COUNT(WS-DEP-SUB, WS-ITM-SUB).
           IF WS-ROW-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-ITM-MTD-COUNT(WS-DEP-SUB, WS-ITM-SUB)
           END-IF.
           IF AUD-OPERATION = 'REVERSAL'
              AND AUD-REVERSED-OP = 'ALLOCATE'
               PERFORM REVERSE-ALLOCATED-SHARE
           END-IF.

       REVERSE-ALLOCATED-SHARE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ALH-SUB FROM 1 BY 1
                   UNTIL WS-ALH-SUB > WS-ALH-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-ALH-TRANS-ID(WS-ALH-SUB) = AUD-REVERSED-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-ALH-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
      *> a share cut before this year (or before ALLOCHST was
      *> kept) - counted and reported, never guessed at.
               ADD 1 TO WS-UNMATCHED-REVERSALS
               EXIT PARAGRAPH
           END-IF.
      *> the reversal's result is the share already negated.
           MOVE 0 TO WS-ROW-AMOUNT.
           IF FUNCTION TEST-NUMVAL(AUD-RESULT) = 0
               COMPUTE WS-ROW-AMOUNT = FUNCTION NUMVAL(AUD-RESULT)
           END-IF.
           MOVE WS-ALH-DEPT(WS-ALH-SUB) TO WS-RECORD-DEPT.
           PERFORM ADD-SHARED-ACTUAL.

      *> join to the operator master through the cache - an
      *> operator since deleted from the master still spent the
      *> money, so the usage lands under '(NONE)' rather than
      *> vanishing.
       FIND-OPERATOR-DEPT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-OPR-ID(WS-OPR-SUB) = AUD-OPERATOR-ID
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE WS-OPR-DEPT(WS-OPR-SUB)
                       TO WS-RECORD-DEPT
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               MOVE AUD-OPERATOR-ID TO OPR-ID
               READ OPERMST-FILE
                   INVALID KEY
                       MOVE '(NONE)' TO WS-RECORD-DEPT
                   NOT INVALID KEY
                       IF OPR-DEPARTMENT = SPACES
                           MOVE '(NONE)' TO WS-RECORD-DEPT
                       ELSE
                           MOVE OPR-DEPARTMENT TO WS-RECORD-DEPT
                       END-IF
               END-READ
               IF WS-OPR-USED < 100
                   ADD 1 TO WS-OPR-USED
                   MOVE AUD-OPERATOR-ID
                       TO WS-OPR-ID(WS-OPR-USED)
                   MOVE WS-RECORD-DEPT
                       TO WS-OPR-DEPT(WS-OPR-USED)
               END-IF
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-DEP-ID(WS-DEP-SUB) = WS-RECORD-DEPT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-DEP-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-DEP-USED >= 50
      *> more departments than the table holds would drop spend
      *> from somebody's variance - fail loudly instead.
                   DISPLAY 'ERROR: more than 50 departments'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DEP-USED
               MOVE WS-DEP-USED TO WS-DEP-SUB
               MOVE WS-RECORD-DEPT TO WS-DEP-ID(WS-DEP-SUB)
               MOVE 'N' TO WS-DEP-FLAGGED(WS-DEP-SUB)
               MOVE 0 TO WS-DEP-ITEM-USED(WS-DEP-SUB)
           END-IF.

       FIND-OR-ADD-ITEM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-DEP-ITEM-USED(WS-DEP-SUB)
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-ITM-CODE(WS-DEP-SUB, WS-ITM-SUB) = WS-FIND-ITEM
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-ITM-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-DEP-ITEM-USED(WS-DEP-SUB) >= 21
                   DISPLAY 'ERROR: more than 21 budget items for '
                       WS-DEP-ID(WS-DEP-SUB)
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DEP-ITEM-USED(WS-DEP-SUB)
               MOVE WS-DEP-ITEM-USED(WS-DEP-SUB) TO WS-ITM-SUB
               MOVE WS-FIND-ITEM
                   TO WS-ITM-CODE(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 'Y' TO WS-ITM-PRICED(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-MTD-COUNT(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-YTD-COUNT(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-MTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-YTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-MTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
               MOVE 0 TO WS-ITM-YTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
           END-IF.

      *> the chargeback actual: usage times the PRICETAB price, as
      *> the invoice bills it. An operation with no price row is
      *> charged zero and marked on its line.
       PRICE-DEPARTMENT-USAGE.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
               PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                       UNTIL WS-ITM-SUB > WS-DEP-ITEM-USED(WS-DEP-SUB)
                   IF WS-ITM-CODE(WS-DEP-SUB, WS-ITM-SUB)
                           NOT = 'SHARED'
                       PERFORM PRICE-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRICE-ONE-ITEM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                   UNTIL WS-PRC-SUB > WS-PRC-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-PRC-OPERATION(WS-PRC-SUB)
                       = WS-ITM-CODE(WS-DEP-SUB, WS-ITM-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-PRC-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-ITM-YTD-COUNT(WS-DEP-SUB, WS-ITM-SUB) > 0
                   MOVE 'N' TO WS-ITM-PRICED(WS-DEP-SUB, WS-ITM-SUB)
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITM-MTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB) ROUNDED =
               WS-ITM-MTD-COUNT(WS-DEP-SUB, WS-ITM-SUB)
               * WS-PRC-PRICE(WS-PRC-SUB).
           COMPUTE WS-ITM-YTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB) ROUNDED =
               WS-ITM-YTD-COUNT(WS-DEP-SUB, WS-ITM-SUB)
               * WS-PRC-PRICE(WS-PRC-SUB).

      *> finance reads the report by department - a simple
      *> exchange sort keeps the sections in department order.
       SORT-DEPT-TABLE.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB >= WS-DEP-USED
                   COMPUTE WS-DEP-SUB2 = WS-DEP-SUB + 1
                   IF WS-DEP-ID(WS-DEP-SUB)
                           > WS-DEP-ID(WS-DEP-SUB2)
                       MOVE WS-DEP-ENTRY(WS-DEP-SUB)
                           TO WS-SWAP-ENTRY
                       MOVE WS-DEP-ENTRY(WS-DEP-SUB2)
                           TO WS-DEP-ENTRY(WS-DEP-SUB)
                       MOVE WS-SWAP-ENTRY
                           TO WS-DEP-ENTRY(WS-DEP-SUB2)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
               PERFORM PRINT-DEPT-SECTION
           END-PERFORM.
           PERFORM PRINT-SUMMARY.
           CLOSE REPORT-FILE.

      *> one section per department: each item's month and year to
      *> date, then the department total, flagged when it is over.
       PRINT-DEPT-SECTION.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               MOVE 99 TO WS-LINE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'DEPARTMENT: ' DELIMITED BY SIZE
                  WS-DEP-ID(WS-DEP-SUB) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-DEPT-MTD-BUDGET.
           MOVE 0 TO WS-DEPT-YTD-BUDGET.
           MOVE 0 TO WS-DEPT-MTD-ACTUAL.
           MOVE 0 TO WS-DEPT-YTD-ACTUAL.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > WS-DEP-ITEM-USED(WS-DEP-SUB)
               PERFORM PRINT-ITEM-LINES
           END-PERFORM.

           MOVE 'TOTAL' TO WS-LINE-LABEL.
           MOVE 'MTH' TO WS-LINE-SPAN.
           MOVE WS-DEPT-MTD-BUDGET TO WS-LINE-BUDGET.
           MOVE WS-DEPT-MTD-ACTUAL TO WS-LINE-ACTUAL.
           PERFORM COMPUTE-LINE-VARIANCE.
           MOVE SPACES TO WS-LINE-NOTE.
           IF WS-LINE-OVER = 'Y'
               MOVE '*** OVER' TO WS-LINE-NOTE
               MOVE 'Y' TO WS-DEP-FLAGGED(WS-DEP-SUB)
           END-IF.
           PERFORM PRINT-VARIANCE-LINE.
           MOVE WS-PERCENT-TEXT TO WS-HOLD-MTD-PCT.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE 'YTD' TO WS-LINE-SPAN.
           MOVE WS-DEPT-YTD-BUDGET TO WS-LINE-BUDGET.
           MOVE WS-DEPT-YTD-ACTUAL TO WS-LINE-ACTUAL.
           PERFORM COMPUTE-LINE-VARIANCE.
           MOVE SPACES TO WS-LINE-NOTE.
           IF WS-LINE-OVER = 'Y'
               MOVE '*** OVER' TO WS-LINE-NOTE
               MOVE 'Y' TO WS-DEP-FLAGGED(WS-DEP-SUB)
           END-IF.
           PERFORM PRINT-VARIANCE-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-DEP-FLAGGED(WS-DEP-SUB) = 'Y'
               ADD 1 TO WS-FLG-USED
               MOVE WS-DEP-ID(WS-DEP-SUB) TO WS-FLG-DEPT(WS-FLG-USED)
               MOVE WS-HOLD-MTD-PCT TO WS-FLG-MTD-PCT(WS-FLG-USED)
               MOVE WS-PERCENT-TEXT TO WS-FLG-YTD-PCT(WS-FLG-USED)
               MOVE WS-LINE-VARIANCE TO WS-FLG-YTD-VAR(WS-FLG-USED)
           END-IF.
           ADD WS-DEPT-MTD-BUDGET TO WS-GRAND-MTD-BUDGET.
           ADD WS-DEPT-YTD-BUDGET TO WS-GRAND-YTD-BUDGET.
           ADD WS-DEPT-MTD-ACTUAL TO WS-GRAND-MTD-ACTUAL.
           ADD WS-DEPT-YTD-ACTUAL TO WS-GRAND-YTD-ACTUAL.

       PRINT-ITEM-LINES.
           ADD WS-ITM-MTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-DEPT-MTD-BUDGET.
           ADD WS-ITM-YTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-DEPT-YTD-BUDGET.
           ADD WS-ITM-MTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-DEPT-MTD-ACTUAL.
           ADD WS-ITM-YTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-DEPT-YTD-ACTUAL.
           MOVE SPACES TO WS-LINE-NOTE.
           IF WS-ITM-PRICED(WS-DEP-SUB, WS-ITM-SUB) = 'N'
               MOVE 'NO PRICE' TO WS-LINE-NOTE
           END-IF.
           MOVE WS-ITM-CODE(WS-DEP-SUB, WS-ITM-SUB) TO WS-LINE-LABEL.
           MOVE 'MTH' TO WS-LINE-SPAN.
           MOVE WS-ITM-MTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-LINE-BUDGET.
           MOVE WS-ITM-MTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-LINE-ACTUAL.
           PERFORM COMPUTE-LINE-VARIANCE.
           PERFORM PRINT-VARIANCE-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE 'YTD' TO WS-LINE-SPAN.
           MOVE WS-ITM-YTD-BUDGET(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-LINE-BUDGET.
           MOVE WS-ITM-YTD-ACTUAL(WS-DEP-SUB, WS-ITM-SUB)
               TO WS-LINE-ACTUAL.
           PERFORM COMPUTE-LINE-VARIANCE.
           PERFORM PRINT-VARIANCE-LINE.

      *> variance is actual less budget, so over budget is positive.
      *> Spend against no budget at all has no percentage and is
      *> always over.
       COMPUTE-LINE-VARIANCE.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
           MOVE 'N' TO WS-LINE-OVER.
           IF WS-LINE-BUDGET = 0
               IF WS-LINE-ACTUAL > 0
                   MOVE '    N/A ' TO WS-PERCENT-TEXT
                   MOVE 'Y' TO WS-LINE-OVER
               ELSE
                   MOVE '    0.0 ' TO WS-PERCENT-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-PERCENT ROUNDED =
               WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-LINE-PERCENT
           END-COMPUTE.
           MOVE WS-LINE-PERCENT TO WS-PERCENT-EDIT.
           MOVE WS-PERCENT-EDIT TO WS-PERCENT-TEXT.
           IF WS-LINE-PERCENT > WS-THRESHOLD
               MOVE 'Y' TO WS-LINE-OVER
           END-IF.

       PRINT-VARIANCE-LINE.
           MOVE WS-LINE-BUDGET TO WS-BUDGET-EDIT.
           MOVE WS-LINE-ACTUAL TO WS-AMOUNT-EDIT.
           MOVE WS-LINE-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ' DELIMITED BY SIZE
                  WS-LINE-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINE-SPAN DELIMITED BY SIZE
                  WS-BUDGET-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VARIANCE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PERCENT-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LINE-NOTE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> the page finance chases from: the departments over the
      *> flag, and the grand totals.
       PRINT-SUMMARY.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT.
           STRING 'DEPARTMENTS MORE THAN ' DELIMITED BY SIZE
                  WS-THRESHOLD-EDIT DELIMITED BY SIZE
                  '% OVER BUDGET' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE '  DEPT       MONTH %    YTD %       YTD VARIANCE'
               TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-FLG-SUB FROM 1 BY 1
                   UNTIL WS-FLG-SUB > WS-FLG-USED
               MOVE WS-FLG-YTD-VAR(WS-FLG-SUB) TO WS-TOTAL-EDIT
               STRING '  ' DELIMITED BY SIZE
                      WS-FLG-DEPT(WS-FLG-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FLG-MTD-PCT(WS-FLG-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FLG-YTD-PCT(WS-FLG-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-TOTAL-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           IF WS-FLG-USED = 0
               MOVE '  NONE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-GRAND-MTD-BUDGET TO WS-TOTAL-EDIT.
           STRING 'MONTH BUDGET           ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GRAND-MTD-ACTUAL TO WS-TOTAL-EDIT.
           STRING 'MONTH ACTUAL           ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GRAND-YTD-BUDGET TO WS-TOTAL-EDIT.
           STRING 'YEAR TO DATE BUDGET    ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GRAND-YTD-ACTUAL TO WS-TOTAL-EDIT.
           STRING 'YEAR TO DATE ACTUAL    ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-UNPRICED-COUNT > 0
               MOVE WS-UNPRICED-COUNT TO WS-COUNT-EDIT
               STRING '*** ITEMS WITH NO PRICETAB ROW  '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-UNMATCHED-REVERSALS > 0
               MOVE WS-UNMATCHED-REVERSALS TO WS-COUNT-EDIT
               STRING '*** ALLOCATION REVERSALS NOT ON ALLOCHST  '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HOLD-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-HOLD-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO REPORT-RECORD.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'BUDGET VERSUS ACTUAL   MONTH ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ITEM           ' DELIMITED BY SIZE
                  '       BUDGET         ACTUAL       VARIANCE'
                      DELIMITED BY SIZE
                  '    VAR %' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.

       END PROGRAM BudgetVariance.
