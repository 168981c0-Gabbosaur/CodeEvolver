       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcReperform.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT PCTRATE-FILE ASSIGN TO "PCTRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTRATE-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "AMORTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REPFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  RATE-FILE.
       COPY RATEREC.

       FD  PCTRATE-FILE.
       COPY PCTRATE.

       FD  XREF-FILE.
       COPY XREFREC.

       FD  SCHEDULE-FILE.
       COPY AMORTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-PCTRATE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SCHEDULE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.

       01  WS-FROM-DATE            PIC X(8).
       01  WS-TO-DATE              PIC X(8).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RECORD-DATE          PIC X(8).

      *> the currency rates and named percentages as they stood on
      *> each record's own date - the re-performance uses the
      *> tables, never the figures the record says it used.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY PIC X(3).
               10  WS-RTE-EFF-DATE PIC X(8).
               10  WS-RTE-RATE     PIC S9(4)V9(6).
               10  WS-RTE-RATE-TEXT PIC X(10).
       01  WS-RATE-USED            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB             PIC 9(4) VALUE 0.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-BEST-DATE            PIC X(8).
       01  WS-RATE                 PIC S9(4)V9(6) VALUE 0.
       01  WS-RATE-TEXT            PIC X(10) VALUE SPACES.

       01  WS-PCT-TABLE.
           05  WS-PCT-ENTRY OCCURS 100 TIMES.
               10  WS-PCT-CODE     PIC X(8).
               10  WS-PCT-FROM     PIC X(8).
               10  WS-PCT-TO       PIC X(8).
               10  WS-PCT-PERCENT  PIC 9(3)V9(4).
               10  WS-PCT-TEXT     PIC X(7).
       01  WS-PCT-USED             PIC 9(3) VALUE 0.
       01  WS-PCT-SUB              PIC 9(3) VALUE 0.
       01  WS-PCT-FOUND            PIC X VALUE 'N'.
       01  WS-PERCENT              PIC 9(3)V9(4) VALUE 0.
       01  WS-PERCENT-TEXT         PIC X(7) VALUE SPACES.

      *> the record's figures as stored, and the re-performed one.
       01  WS-STORED-NUM1          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-STORED-NUM2          PIC S9(7)V9(4) COMP-3 VALUE 0.
       01  WS-STORED-RESULT        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-STORED-RATE          PIC S9(4)V9(6) VALUE 0.
       01  WS-ORIG-NUM1            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ORIG-NUM2            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-RECOMPUTED           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-PERCENT-AMOUNT       PIC 9(7)V99 VALUE 0.
       01  WS-OVERFLOW-SWITCH      PIC X VALUE 'N'.
       01  WS-INPUTS-OK            PIC X VALUE 'Y'.

      *> interest: the accrual fraction under the record's day-count
      *> basis, worked exactly as InterestFunction works it. The
      *> log does not carry the simple/compound type or a
      *> whole-period count, so a record reproduces if either type
      *> gives its result - over its date range, or over some whole
      *> number of periods when it has no range.
       01  WS-INT-RATE             PIC 9(3)V9(4) VALUE 0.
       01  WS-INT-FRACTION         PIC S9(3)V9(8) VALUE 0.
       01  WS-INT-WHOLE            PIC 9(3) VALUE 0.
       01  WS-INT-LEFT             PIC S9(3)V9(8) VALUE 0.
       01  WS-INT-DAYS             PIC S9(5) VALUE 0.
       01  WS-INT-BASE             PIC 9(3) VALUE 365.
       01  WS-DAY-1                PIC 9(2) VALUE 0.
       01  WS-DAY-2                PIC 9(2) VALUE 0.
       01  WS-INT-AMOUNT           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INT-SIMPLE           PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INT-COMPOUND         PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-INT-PERIODS          PIC S9(5) VALUE 0.
       01  WS-INT-SUB              PIC 9(3) VALUE 0.
       01  WS-INT-MATCH            PIC X VALUE 'N'.
       01  WS-INT-DIFF-1           PIC S9(9)V99 VALUE 0.
       01  WS-INT-DIFF-2           PIC S9(9)V99 VALUE 0.

      *> allocation: AllocateFunction writes one record per
      *> department in a burst, every share rounded except the last,
      *> which takes the total less the shares already cut. The
      *> newest share of a run is held until the next record shows
      *> whether it was the last one.
       01  WS-ALG-ACTIVE           PIC X VALUE 'N'.
       01  WS-ALG-TOTAL-TEXT       PIC X(12).
       01  WS-ALG-OPERATOR         PIC X(8).
       01  WS-ALG-TERMINAL         PIC X(8).
       01  WS-ALG-TOTAL            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ALG-SUM              PIC S9(9)V99 VALUE 0.
       01  WS-ALG-HELD-ID          PIC 9(9).
       01  WS-ALG-HELD-DATE        PIC X(8).
       01  WS-ALG-HELD-SHARE       PIC S9(7)V99 VALUE 0.
       01  WS-ALG-HELD-ROUNDED     PIC S9(7)V99 VALUE 0.
       01  WS-ALG-HELD-VALID       PIC X VALUE 'Y'.

      *> amortization: the schedule rows on AMORTOUT must add back
      *> to the audited total repaid and repay the audited
      *> principal. The schedules in the period are collected on
      *> the pass over the log and checked against AMORTOUT after.
       01  WS-AMZ-TABLE.
           05  WS-AMZ-ENTRY OCCURS 500 TIMES.
               10  WS-AMZ-TRANS-ID PIC 9(9).
               10  WS-AMZ-DATE     PIC X(8).
               10  WS-AMZ-PRINCIPAL PIC S9(7)V99.
               10  WS-AMZ-RESULT   PIC S9(7)V99.
               10  WS-AMZ-PAID     PIC S9(9)V99.
               10  WS-AMZ-REPAID   PIC S9(9)V99.
               10  WS-AMZ-ROWS     PIC 9(3).
       01  WS-AMZ-USED             PIC 9(3) VALUE 0.
       01  WS-AMZ-SUB              PIC 9(3) VALUE 0.
       01  WS-AMZ-FOUND            PIC X VALUE 'N'.

      *> one exception line: the record, the figure that would not
      *> reproduce, and the stored and recomputed values.
       01  WS-EXC-TRANS-ID         PIC 9(9).
       01  WS-EXC-OPERATION        PIC X(10).
       01  WS-EXC-DATE             PIC X(8).
       01  WS-EXC-FIGURE           PIC X(9).
       01  WS-EXC-STORED           PIC X(14).
       01  WS-EXC-RECOMPUTED       PIC X(14).
       01  WS-LAST-EXC-ID          PIC 9(9) VALUE 0.

       01  WS-SELECTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXC-RECORD-COUNT     PIC 9(7) VALUE 0.
       01  WS-EXC-LINE-COUNT       PIC 9(7) VALUE 0.
       01  WS-NO-RULE-COUNT        PIC 9(7) VALUE 0.

       01  WS-FIGURE-TEXT          PIC -(10)9.99.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

      *> a single day, or a period - a blank to-date means the
      *> from-date alone.
           DISPLAY 'Enter from date (CCYYMMDD): '.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC
               DISPLAY 'ERROR: from date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Enter to date (CCYYMMDD, blank = same day): '.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE NOT NUMERIC
              OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'ERROR: to date must be CCYYMMDD, not before '
                   'the from date'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-PERCENT-TABLE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-PAGE-HEADING.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open AUDIT-FILE, status '
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *> the cross-reference is only needed to prove what a
      *> reversal backed out - without it the reversal is still
      *> re-performed against its own figures.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AUD-TIMESTAMP(1:8) TO WS-RECORD-DATE
                       IF WS-RECORD-DATE >= WS-FROM-DATE
                          AND WS-RECORD-DATE <= WS-TO-DATE
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM REPERFORM-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.
           IF WS-ALG-ACTIVE = 'Y'
               PERFORM CLOSE-ALLOCATION-RUN
           END-IF.

           PERFORM CHECK-AMORTIZATION-SCHEDULES.

           PERFORM PRINT-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY 'RE-PERFORMANCE: ' WS-SELECTED-COUNT
               ' record(s) re-performed, ' WS-EXC-RECORD-COUNT
               ' in exception'.

           IF WS-EXC-RECORD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
      *> no rate table on this system - any converted record in the
      *> period will fail to reproduce, which is the right answer.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-RATE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open RATE-FILE, status '
                       WS-RATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      *> the posting programs drop a zero rate row, so it never
      *> applied to anything - drop it here too.
                       IF FUNCTION NUMVAL(RT-RATE) NOT = 0
                           IF WS-RATE-USED >= 2000
                               DISPLAY 'ERROR: more than 2000 RATETAB '
                                   'rows'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-RATE-USED
                           MOVE RT-CURRENCY
                               TO WS-RTE-CURRENCY(WS-RATE-USED)
                           MOVE RT-EFF-DATE
                               TO WS-RTE-EFF-DATE(WS-RATE-USED)
                           COMPUTE WS-RTE-RATE(WS-RATE-USED) =
                               FUNCTION NUMVAL(RT-RATE)
                           MOVE RT-RATE
                               TO WS-RTE-RATE-TEXT(WS-RATE-USED)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RATE-FILE-STATUS NOT = '35'
               CLOSE RATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       LOAD-PERCENT-TABLE.
           MOVE 0 TO WS-PCT-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PCTRATE-FILE.
           IF WS-PCTRATE-FILE-STATUS = '35'
      *> no named rates on this system - a record naming a rate
      *> code cannot have been priced from the table, and will
      *> show as an exception.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-PCTRATE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open PCTRATE-FILE, status '
                       WS-PCTRATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PCTRATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-PCT-USED >= 100
                           DISPLAY 'ERROR: more than 100 PCTRATES '
                               'rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PCT-USED
                       MOVE PR-CODE TO WS-PCT-CODE(WS-PCT-USED)
                       MOVE PR-EFF-FROM TO WS-PCT-FROM(WS-PCT-USED)
                       MOVE PR-EFF-TO TO WS-PCT-TO(WS-PCT-USED)
                       COMPUTE WS-PCT-PERCENT(WS-PCT-USED) =
                           FUNCTION NUMVAL(PR-PERCENT)
                       MOVE PR-PERCENT TO WS-PCT-TEXT(WS-PCT-USED)
               END-READ
           END-PERFORM.
           IF WS-PCTRATE-FILE-STATUS NOT = '35'
               CLOSE PCTRATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       REPERFORM-RECORD.
           MOVE AUD-TRANS-ID TO WS-EXC-TRANS-ID.
           MOVE AUD-OPERATION TO WS-EXC-OPERATION.
           MOVE WS-RECORD-DATE TO WS-EXC-DATE.
           PERFORM LOAD-STORED-FIGURES.
           IF WS-INPUTS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           EVALUATE AUD-OPERATION
               WHEN 'ADD'
               WHEN 'SUBTRACT'
                   PERFORM REPERFORM-ADD-SUBTRACT
               WHEN 'MULTIPLY'
                   COMPUTE WS-RECOMPUTED =
                       WS-STORED-NUM1 * WS-STORED-NUM2
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-COMPUTE
                   PERFORM COMPARE-RESULT
               WHEN 'DIVIDE'
                   IF WS-STORED-NUM2 = 0
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   ELSE
                       COMPUTE WS-RECOMPUTED =
                           WS-STORED-NUM1 / WS-STORED-NUM2
                           ON SIZE ERROR
                               MOVE 'Y' TO WS-OVERFLOW-SWITCH
                       END-COMPUTE
                   END-IF
                   PERFORM COMPARE-RESULT
               WHEN 'PERCENT'
                   PERFORM REPERFORM-PERCENT
               WHEN 'INTEREST'
                   PERFORM REPERFORM-INTEREST
               WHEN 'ALLOCATE'
                   PERFORM REPERFORM-ALLOCATE
               WHEN 'REVERSAL'
                   PERFORM REPERFORM-REVERSAL
               WHEN 'AMORTIZE'
                   PERFORM COLLECT-AMORTIZATION
               WHEN OTHER
      *> nothing is passed over in silence: an operation with no
      *> re-performance rule is listed for the auditors to take
      *> up by hand.
                   ADD 1 TO WS-NO-RULE-COUNT
                   MOVE 'NO RULE' TO WS-EXC-FIGURE
                   MOVE AUD-RESULT TO WS-EXC-STORED
                   MOVE SPACES TO WS-EXC-RECOMPUTED
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

      *> every figure used must be readable as a number before any
      *> arithmetic is done with it.
       LOAD-STORED-FIGURES.
           MOVE 'Y' TO WS-INPUTS-OK.
           MOVE 0 TO WS-STORED-NUM1.
           MOVE 0 TO WS-STORED-NUM2.
           MOVE 0 TO WS-STORED-RESULT.
           IF FUNCTION TEST-NUMVAL(AUD-RESULT) NOT = 0
               MOVE 'RESULT' TO WS-EXC-FIGURE
               MOVE AUD-RESULT TO WS-EXC-STORED
               MOVE 'NOT NUMERIC' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               MOVE 'N' TO WS-INPUTS-OK
           ELSE
               COMPUTE WS-STORED-RESULT = FUNCTION NUMVAL(AUD-RESULT)
           END-IF.
           IF FUNCTION TEST-NUMVAL(AUD-NUM1) NOT = 0
               MOVE 'NUM1' TO WS-EXC-FIGURE
               MOVE AUD-NUM1 TO WS-EXC-STORED
               MOVE 'NOT NUMERIC' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               MOVE 'N' TO WS-INPUTS-OK
           ELSE
               COMPUTE WS-STORED-NUM1 = FUNCTION NUMVAL(AUD-NUM1)
           END-IF.
      *> a reversal carries no second operand.
           IF AUD-NUM2 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(AUD-NUM2) NOT = 0
                   MOVE 'NUM2' TO WS-EXC-FIGURE
                   MOVE AUD-NUM2 TO WS-EXC-STORED
                   MOVE 'NOT NUMERIC' TO WS-EXC-RECOMPUTED
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE 'N' TO WS-INPUTS-OK
               ELSE
                   COMPUTE WS-STORED-NUM2 =
                       FUNCTION NUMVAL(AUD-NUM2)
               END-IF
           END-IF.

      *> a converted record is re-performed from its original
      *> amounts: the rate must be the RATETAB rate effective on the
      *> record's date, and each base amount the original times
      *> that rate, rounded, before the sum or difference is taken.
       REPERFORM-ADD-SUBTRACT.
           IF AUD-CURRENCY-CODE NOT = SPACES
              AND AUD-CURRENCY-CODE NOT = 'USD'
               PERFORM REPERFORM-CONVERSION
           END-IF.
           IF AUD-OPERATION = 'ADD'
               COMPUTE WS-RECOMPUTED =
                   WS-STORED-NUM1 + WS-STORED-NUM2
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           ELSE
               COMPUTE WS-RECOMPUTED =
                   WS-STORED-NUM1 - WS-STORED-NUM2
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           END-IF.
           PERFORM COMPARE-RESULT.

       REPERFORM-CONVERSION.
           PERFORM FIND-CURRENCY-RATE.
           IF WS-RATE-FOUND = 'N'
               MOVE 'RATE' TO WS-EXC-FIGURE
               MOVE AUD-RATE-APPLIED TO WS-EXC-STORED
               MOVE 'NO RATE' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-STORED-RATE.
           IF FUNCTION TEST-NUMVAL(AUD-RATE-APPLIED) = 0
               COMPUTE WS-STORED-RATE =
                   FUNCTION NUMVAL(AUD-RATE-APPLIED)
           END-IF.
           IF FUNCTION TEST-NUMVAL(AUD-RATE-APPLIED) NOT = 0
              OR WS-STORED-RATE NOT = WS-RATE
               MOVE 'RATE' TO WS-EXC-FIGURE
               MOVE AUD-RATE-APPLIED TO WS-EXC-STORED
               MOVE WS-RATE-TEXT TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF FUNCTION TEST-NUMVAL(AUD-ORIG-NUM1) NOT = 0
              OR FUNCTION TEST-NUMVAL(AUD-ORIG-NUM2) NOT = 0
               MOVE 'NUM1' TO WS-EXC-FIGURE
               MOVE AUD-ORIG-NUM1 TO WS-EXC-STORED
               MOVE 'NO ORIGINAL' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ORIG-NUM1 = FUNCTION NUMVAL(AUD-ORIG-NUM1).
           COMPUTE WS-ORIG-NUM2 = FUNCTION NUMVAL(AUD-ORIG-NUM2).
           COMPUTE WS-RECOMPUTED ROUNDED = WS-ORIG-NUM1 * WS-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = 'Y'
              OR WS-RECOMPUTED NOT = WS-STORED-NUM1
               MOVE 'NUM1' TO WS-EXC-FIGURE
               MOVE WS-STORED-NUM1 TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               PERFORM SET-RECOMPUTED-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           COMPUTE WS-RECOMPUTED ROUNDED = WS-ORIG-NUM2 * WS-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = 'Y'
              OR WS-RECOMPUTED NOT = WS-STORED-NUM2
               MOVE 'NUM2' TO WS-EXC-FIGURE
               MOVE WS-STORED-NUM2 TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               PERFORM SET-RECOMPUTED-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-USED
               IF WS-RTE-CURRENCY(WS-RATE-SUB) = AUD-CURRENCY-CODE
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) <= WS-RECORD-DATE
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RTE-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
                   MOVE WS-RTE-RATE(WS-RATE-SUB) TO WS-RATE
                   MOVE WS-RTE-RATE-TEXT(WS-RATE-SUB) TO WS-RATE-TEXT
               END-IF
           END-PERFORM.

      *> PercentFunction keys the rate to four places and rounds the
      *> percentage amount before adding it to the base; CalcDriver
      *> carries a two-place percentage and truncates the total.
      *> The four-place rate text tells the two apart.
       REPERFORM-PERCENT.
           IF AUD-RATE-CODE NOT = SPACES
               PERFORM FIND-PERCENT-RATE
               IF WS-PCT-FOUND = 'N'
                   MOVE 'RATE CODE' TO WS-EXC-FIGURE
                   MOVE AUD-RATE-CODE TO WS-EXC-STORED
                   MOVE 'NOT EFFECTIVE' TO WS-EXC-RECOMPUTED
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   IF WS-PERCENT NOT = WS-STORED-NUM2
                       MOVE 'RATE CODE' TO WS-EXC-FIGURE
                       MOVE AUD-NUM2 TO WS-EXC-STORED
                       MOVE WS-PERCENT-TEXT TO WS-EXC-RECOMPUTED
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           IF AUD-NUM2(4:1) = '.'
               COMPUTE WS-PERCENT-AMOUNT ROUNDED =
                   WS-STORED-NUM1 * WS-STORED-NUM2 / 100
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
               COMPUTE WS-RECOMPUTED =
                   WS-STORED-NUM1 + WS-PERCENT-AMOUNT
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           ELSE
               COMPUTE WS-RECOMPUTED = WS-STORED-NUM1
                   + (WS-STORED-NUM1 * WS-STORED-NUM2 / 100)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           END-IF.
           PERFORM COMPARE-RESULT.

      *> the row for the code whose effective window covers the
      *> record's date; when several qualify the latest
      *> effective-from wins, as in PercentFunction.
       FIND-PERCENT-RATE.
           MOVE 'N' TO WS-PCT-FOUND.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
                   UNTIL WS-PCT-SUB > WS-PCT-USED
               IF WS-PCT-CODE(WS-PCT-SUB) = AUD-RATE-CODE
                  AND WS-PCT-FROM(WS-PCT-SUB) <= WS-RECORD-DATE
                  AND (WS-PCT-TO(WS-PCT-SUB) = SPACES
                       OR WS-PCT-TO(WS-PCT-SUB) >= WS-RECORD-DATE)
                  AND WS-PCT-FROM(WS-PCT-SUB) >= WS-BEST-DATE
                   MOVE 'Y' TO WS-PCT-FOUND
                   MOVE WS-PCT-FROM(WS-PCT-SUB) TO WS-BEST-DATE
                   MOVE WS-PCT-PERCENT(WS-PCT-SUB) TO WS-PERCENT
                   MOVE WS-PCT-TEXT(WS-PCT-SUB) TO WS-PERCENT-TEXT
               END-IF
           END-PERFORM.

       REPERFORM-INTEREST.
           MOVE WS-STORED-NUM2 TO WS-INT-RATE.
           MOVE 'N' TO WS-INT-MATCH.
           IF AUD-INT-FROM NOT = SPACES
               PERFORM REPERFORM-RANGE-INTEREST
           ELSE
               PERFORM REPERFORM-PERIOD-INTEREST
           END-IF.
           IF WS-INT-MATCH = 'N'
      *> show whichever reading comes nearer the stored figure.
               COMPUTE WS-INT-DIFF-1 =
                   FUNCTION ABS(WS-STORED-RESULT - WS-INT-SIMPLE)
               COMPUTE WS-INT-DIFF-2 =
                   FUNCTION ABS(WS-STORED-RESULT - WS-INT-COMPOUND)
               IF WS-INT-DIFF-2 < WS-INT-DIFF-1
                   MOVE WS-INT-COMPOUND TO WS-RECOMPUTED
               ELSE
                   MOVE WS-INT-SIMPLE TO WS-RECOMPUTED
               END-IF
               MOVE 'N' TO WS-OVERFLOW-SWITCH
               MOVE 'RESULT' TO WS-EXC-FIGURE
               MOVE WS-STORED-RESULT TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               PERFORM SET-RECOMPUTED-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       REPERFORM-RANGE-INTEREST.
           IF AUD-INT-FROM NOT NUMERIC
              OR AUD-INT-TO NOT NUMERIC
              OR (AUD-DAYCOUNT NOT = 'ACT/360' AND 'ACT/365'
                  AND '30/360')
               MOVE 'RANGE' TO WS-EXC-FIGURE
               MOVE AUD-DAYCOUNT TO WS-EXC-STORED
               MOVE 'BAD BASIS' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               MOVE 'Y' TO WS-INT-MATCH
               EXIT PARAGRAPH
           END-IF.
           EVALUATE AUD-DAYCOUNT
               WHEN 'ACT/360'
                   MOVE 360 TO WS-INT-BASE
                   PERFORM COUNT-ACTUAL-DAYS
               WHEN 'ACT/365'
                   MOVE 365 TO WS-INT-BASE
                   PERFORM COUNT-ACTUAL-DAYS
               WHEN '30/360'
                   MOVE 360 TO WS-INT-BASE
                   PERFORM COUNT-30-360-DAYS
           END-EVALUATE.
           COMPUTE WS-INT-FRACTION ROUNDED =
               WS-INT-DAYS / WS-INT-BASE.
           COMPUTE WS-INT-WHOLE =
               FUNCTION INTEGER-PART(WS-INT-FRACTION).
           COMPUTE WS-INT-LEFT = WS-INT-FRACTION - WS-INT-WHOLE.
           PERFORM COMPUTE-SIMPLE-INTEREST.
           PERFORM COMPUTE-COMPOUND-INTEREST.
           IF WS-INT-SIMPLE = WS-STORED-RESULT
              OR WS-INT-COMPOUND = WS-STORED-RESULT
               MOVE 'Y' TO WS-INT-MATCH
           END-IF.

      *> no range: the accrual ran some whole number of periods. A
      *> simple accrual gives the period count directly; a compound
      *> one is rolled forward until it reaches the stored figure.
       REPERFORM-PERIOD-INTEREST.
           MOVE 0 TO WS-INT-LEFT.
           MOVE 0 TO WS-INT-PERIODS.
           IF WS-STORED-NUM1 NOT = 0 AND WS-INT-RATE NOT = 0
               COMPUTE WS-INT-PERIODS ROUNDED =
                   (WS-STORED-RESULT - WS-STORED-NUM1) * 100
                   / (WS-STORED-NUM1 * WS-INT-RATE)
                   ON SIZE ERROR
                       MOVE 0 TO WS-INT-PERIODS
               END-COMPUTE
           END-IF.
           IF WS-INT-PERIODS < 0 OR WS-INT-PERIODS > 999
               MOVE 0 TO WS-INT-PERIODS
           END-IF.
           MOVE WS-INT-PERIODS TO WS-INT-FRACTION.
           PERFORM COMPUTE-SIMPLE-INTEREST.
           MOVE WS-STORED-NUM1 TO WS-INT-COMPOUND.
           IF WS-INT-SIMPLE = WS-STORED-RESULT
              OR WS-INT-COMPOUND = WS-STORED-RESULT
               MOVE 'Y' TO WS-INT-MATCH
           END-IF.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           PERFORM ROLL-ONE-PERIOD
               VARYING WS-INT-SUB FROM 1 BY 1
               UNTIL WS-INT-SUB > 998
                  OR WS-INT-MATCH = 'Y'
                  OR WS-OVERFLOW-SWITCH = 'Y'
                  OR FUNCTION ABS(WS-INT-COMPOUND)
                     > FUNCTION ABS(WS-STORED-RESULT)
                  OR WS-INT-RATE = 0.

       COMPUTE-SIMPLE-INTEREST.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           COMPUTE WS-INT-AMOUNT ROUNDED = WS-STORED-NUM1
               * WS-INT-RATE / 100 * WS-INT-FRACTION
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           COMPUTE WS-INT-SIMPLE = WS-STORED-NUM1 + WS-INT-AMOUNT
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = 'Y'
               MOVE 0 TO WS-INT-SIMPLE
           END-IF.

       COMPUTE-COMPOUND-INTEREST.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           MOVE WS-STORED-NUM1 TO WS-INT-COMPOUND.
           PERFORM VARYING WS-INT-SUB FROM 1 BY 1
                   UNTIL WS-INT-SUB > WS-INT-WHOLE
                      OR WS-OVERFLOW-SWITCH = 'Y'
               COMPUTE WS-INT-COMPOUND ROUNDED = WS-INT-COMPOUND
                   * (1 + WS-INT-RATE / 100)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           END-PERFORM.
           IF WS-OVERFLOW-SWITCH = 'N' AND WS-INT-LEFT NOT = 0
               COMPUTE WS-INT-COMPOUND ROUNDED = WS-INT-COMPOUND
                   * (1 + WS-INT-RATE / 100 * WS-INT-LEFT)
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-COMPUTE
           END-IF.
           IF WS-OVERFLOW-SWITCH = 'Y'
               MOVE 0 TO WS-INT-COMPOUND
           END-IF.

       ROLL-ONE-PERIOD.
           COMPUTE WS-INT-COMPOUND ROUNDED = WS-INT-COMPOUND
               * (1 + WS-INT-RATE / 100)
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = 'N'
              AND WS-INT-COMPOUND = WS-STORED-RESULT
               MOVE 'Y' TO WS-INT-MATCH
           END-IF.

       COUNT-ACTUAL-DAYS.
           COMPUTE WS-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AUD-INT-TO))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AUD-INT-FROM)).

      *> every month counts 30 days: a 31st on either end is
      *> treated as the 30th, as InterestFunction counts them.
       COUNT-30-360-DAYS.
           COMPUTE WS-DAY-1 = FUNCTION NUMVAL(AUD-INT-FROM(7:2)).
           IF WS-DAY-1 > 30
               MOVE 30 TO WS-DAY-1
           END-IF.
           COMPUTE WS-DAY-2 = FUNCTION NUMVAL(AUD-INT-TO(7:2)).
           IF WS-DAY-2 > 30
               MOVE 30 TO WS-DAY-2
           END-IF.
           COMPUTE WS-INT-DAYS =
               (FUNCTION NUMVAL(AUD-INT-TO(1:4))
                - FUNCTION NUMVAL(AUD-INT-FROM(1:4))) * 360
               + (FUNCTION NUMVAL(AUD-INT-TO(5:2))
                - FUNCTION NUMVAL(AUD-INT-FROM(5:2))) * 30
               + WS-DAY-2 - WS-DAY-1.

      *> a record continuing the current run (same total, operator
      *> and terminal) proves the held share was not the last one,
      *> so it must reproduce as a rounded share on its own; any
      *> other allocation record closes the run.
       REPERFORM-ALLOCATE.
           IF WS-ALG-ACTIVE = 'Y'
               IF AUD-NUM1 = WS-ALG-TOTAL-TEXT
                  AND AUD-OPERATOR-ID = WS-ALG-OPERATOR
                  AND AUD-TERMINAL-ID = WS-ALG-TERMINAL
                   PERFORM CHECK-HELD-SHARE
               ELSE
                   PERFORM CLOSE-ALLOCATION-RUN
               END-IF
           END-IF.
           IF WS-ALG-ACTIVE = 'N'
               MOVE 'Y' TO WS-ALG-ACTIVE
               MOVE AUD-NUM1 TO WS-ALG-TOTAL-TEXT
               MOVE AUD-OPERATOR-ID TO WS-ALG-OPERATOR
               MOVE AUD-TERMINAL-ID TO WS-ALG-TERMINAL
               MOVE WS-STORED-NUM1 TO WS-ALG-TOTAL
               MOVE 0 TO WS-ALG-SUM
           END-IF.
           MOVE AUD-TRANS-ID TO WS-ALG-HELD-ID.
           MOVE WS-RECORD-DATE TO WS-ALG-HELD-DATE.
           MOVE WS-STORED-RESULT TO WS-ALG-HELD-SHARE.
           MOVE 'Y' TO WS-ALG-HELD-VALID.
           COMPUTE WS-ALG-HELD-ROUNDED ROUNDED =
               WS-STORED-NUM1 * WS-STORED-NUM2 / 100
               ON SIZE ERROR
                   MOVE 'N' TO WS-ALG-HELD-VALID
           END-COMPUTE.

       CHECK-HELD-SHARE.
           IF WS-ALG-HELD-VALID = 'N'
              OR WS-ALG-HELD-SHARE NOT = WS-ALG-HELD-ROUNDED
               MOVE WS-ALG-HELD-ROUNDED TO WS-RECOMPUTED
               IF WS-ALG-HELD-VALID = 'N'
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
               END-IF
               PERFORM WRITE-HELD-SHARE-EXCEPTION
               MOVE 'N' TO WS-OVERFLOW-SWITCH
           END-IF.
           ADD WS-ALG-HELD-SHARE TO WS-ALG-SUM.

      *> the last share of a run is the total less every share cut
      *> before it.
       CLOSE-ALLOCATION-RUN.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           COMPUTE WS-RECOMPUTED = WS-ALG-TOTAL - WS-ALG-SUM
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-OVERFLOW-SWITCH = 'Y'
              OR WS-RECOMPUTED NOT = WS-ALG-HELD-SHARE
               PERFORM WRITE-HELD-SHARE-EXCEPTION
           END-IF.
           MOVE 'N' TO WS-ALG-ACTIVE.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.

       WRITE-HELD-SHARE-EXCEPTION.
           MOVE WS-ALG-HELD-ID TO WS-EXC-TRANS-ID.
           MOVE 'ALLOCATE' TO WS-EXC-OPERATION.
           MOVE WS-ALG-HELD-DATE TO WS-EXC-DATE.
           MOVE 'RESULT' TO WS-EXC-FIGURE.
           MOVE WS-ALG-HELD-SHARE TO WS-FIGURE-TEXT.
           MOVE WS-FIGURE-TEXT TO WS-EXC-STORED.
           PERFORM SET-RECOMPUTED-TEXT.
           PERFORM WRITE-EXCEPTION-LINE.
      *> put the current record's identity back for its own checks.
           MOVE AUD-TRANS-ID TO WS-EXC-TRANS-ID.
           MOVE AUD-OPERATION TO WS-EXC-OPERATION.
           MOVE WS-RECORD-DATE TO WS-EXC-DATE.

      *> a reversal is the negation of the original's result, and
      *> the amount it reverses must be what the original really
      *> produced.
       REPERFORM-REVERSAL.
           COMPUTE WS-RECOMPUTED = 0 - WS-STORED-NUM1.
           PERFORM COMPARE-RESULT.
           IF WS-XREF-OPEN = 'Y'
              AND AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE AUD-REVERSED-ID TO XRF-TRANS-ID
               READ XREF-FILE
                   INVALID KEY
                       MOVE 'NUM1' TO WS-EXC-FIGURE
                       MOVE AUD-NUM1 TO WS-EXC-STORED
                       MOVE 'NO ORIGINAL' TO WS-EXC-RECOMPUTED
                       PERFORM WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       IF FUNCTION TEST-NUMVAL(XRF-RESULT) NOT = 0
                           MOVE 'NUM1' TO WS-EXC-FIGURE
                           MOVE AUD-NUM1 TO WS-EXC-STORED
                           MOVE XRF-RESULT TO WS-EXC-RECOMPUTED
                           PERFORM WRITE-EXCEPTION-LINE
                       ELSE
                           IF FUNCTION NUMVAL(XRF-RESULT)
                                   NOT = WS-STORED-NUM1
                               MOVE 'NUM1' TO WS-EXC-FIGURE
                               MOVE WS-STORED-NUM1 TO WS-FIGURE-TEXT
                               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
                               COMPUTE WS-FIGURE-TEXT =
                                   FUNCTION NUMVAL(XRF-RESULT)
                               MOVE WS-FIGURE-TEXT
                                   TO WS-EXC-RECOMPUTED
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       COLLECT-AMORTIZATION.
           IF WS-AMZ-USED >= 500
               DISPLAY 'ERROR: more than 500 amortization schedules '
                   'in the period'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-AMZ-USED.
           MOVE AUD-TRANS-ID TO WS-AMZ-TRANS-ID(WS-AMZ-USED).
           MOVE WS-RECORD-DATE TO WS-AMZ-DATE(WS-AMZ-USED).
           MOVE WS-STORED-NUM1 TO WS-AMZ-PRINCIPAL(WS-AMZ-USED).
           MOVE WS-STORED-RESULT TO WS-AMZ-RESULT(WS-AMZ-USED).
           MOVE 0 TO WS-AMZ-PAID(WS-AMZ-USED).
           MOVE 0 TO WS-AMZ-REPAID(WS-AMZ-USED).
           MOVE 0 TO WS-AMZ-ROWS(WS-AMZ-USED).

       CHECK-AMORTIZATION-SCHEDULES.
           IF WS-AMZ-USED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = '35'
      *> no schedule file at all - every schedule in the period
      *> shows below as not found.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-SCHEDULE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open SCHEDULE-FILE, status '
                       WS-SCHEDULE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-SCHEDULE-ROW
               END-READ
           END-PERFORM.
           IF WS-SCHEDULE-FILE-STATUS NOT = '35'
               CLOSE SCHEDULE-FILE
           END-IF.
           PERFORM VARYING WS-AMZ-SUB FROM 1 BY 1
                   UNTIL WS-AMZ-SUB > WS-AMZ-USED
               PERFORM CHECK-ONE-SCHEDULE
           END-PERFORM.

       TALLY-SCHEDULE-ROW.
           MOVE 'N' TO WS-AMZ-FOUND.
           PERFORM VARYING WS-AMZ-SUB FROM 1 BY 1
                   UNTIL WS-AMZ-SUB > WS-AMZ-USED
                      OR WS-AMZ-FOUND = 'Y'
               IF WS-AMZ-TRANS-ID(WS-AMZ-SUB) = AMR-TRANS-ID
                   MOVE 'Y' TO WS-AMZ-FOUND
                   SUBTRACT 1 FROM WS-AMZ-SUB
               END-IF
           END-PERFORM.
           IF WS-AMZ-FOUND = 'Y'
               ADD 1 TO WS-AMZ-ROWS(WS-AMZ-SUB)
               ADD FUNCTION NUMVAL(AMR-PAYMENT)
                   TO WS-AMZ-PAID(WS-AMZ-SUB)
               ADD FUNCTION NUMVAL(AMR-PRINCIPAL)
                   TO WS-AMZ-REPAID(WS-AMZ-SUB)
           END-IF.

       CHECK-ONE-SCHEDULE.
           MOVE WS-AMZ-TRANS-ID(WS-AMZ-SUB) TO WS-EXC-TRANS-ID.
           MOVE 'AMORTIZE' TO WS-EXC-OPERATION.
           MOVE WS-AMZ-DATE(WS-AMZ-SUB) TO WS-EXC-DATE.
           MOVE 'N' TO WS-OVERFLOW-SWITCH.
           IF WS-AMZ-ROWS(WS-AMZ-SUB) = 0
               MOVE 'SCHEDULE' TO WS-EXC-FIGURE
               MOVE WS-AMZ-RESULT(WS-AMZ-SUB) TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               MOVE 'NOT FOUND' TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AMZ-PAID(WS-AMZ-SUB) NOT = WS-AMZ-RESULT(WS-AMZ-SUB)
               MOVE 'RESULT' TO WS-EXC-FIGURE
               MOVE WS-AMZ-RESULT(WS-AMZ-SUB) TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               MOVE WS-AMZ-PAID(WS-AMZ-SUB) TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-AMZ-REPAID(WS-AMZ-SUB)
                   NOT = WS-AMZ-PRINCIPAL(WS-AMZ-SUB)
               MOVE 'NUM1' TO WS-EXC-FIGURE
               MOVE WS-AMZ-PRINCIPAL(WS-AMZ-SUB) TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               MOVE WS-AMZ-REPAID(WS-AMZ-SUB) TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-RECOMPUTED
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       COMPARE-RESULT.
           IF WS-OVERFLOW-SWITCH = 'Y'
              OR WS-RECOMPUTED NOT = WS-STORED-RESULT
               MOVE 'RESULT' TO WS-EXC-FIGURE
               MOVE WS-STORED-RESULT TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-STORED
               PERFORM SET-RECOMPUTED-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       SET-RECOMPUTED-TEXT.
           IF WS-OVERFLOW-SWITCH = 'Y'
               MOVE 'OVERFLOW' TO WS-EXC-RECOMPUTED
           ELSE
               MOVE WS-RECOMPUTED TO WS-FIGURE-TEXT
               MOVE WS-FIGURE-TEXT TO WS-EXC-RECOMPUTED
           END-IF.

       WRITE-EXCEPTION-LINE.
           IF WS-EXC-TRANS-ID NOT = WS-LAST-EXC-ID
               ADD 1 TO WS-EXC-RECORD-COUNT
               MOVE WS-EXC-TRANS-ID TO WS-LAST-EXC-ID
           END-IF.
           ADD 1 TO WS-EXC-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-EXC-TRANS-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXC-OPERATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXC-FIGURE DELIMITED BY SIZE
                  WS-EXC-STORED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXC-RECOMPUTED DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'CALCULATION RE-PERFORMANCE  FROM ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'TRANS ID   OPERATION  DATE      FIGURE'
               TO REPORT-RECORD.
           MOVE 'STORED' TO REPORT-RECORD(50:6).
           MOVE 'RECOMPUTED' TO REPORT-RECORD(62:10).
           WRITE REPORT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-SUMMARY.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT.
           STRING 'RECORDS RE-PERFORMED        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-EXC-RECORD-COUNT TO WS-COUNT-EDIT.
           STRING 'RECORDS IN EXCEPTION        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-EXC-LINE-COUNT TO WS-COUNT-EDIT.
           STRING 'FIGURES NOT REPRODUCED      ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-NO-RULE-COUNT TO WS-COUNT-EDIT.
           STRING 'OPERATIONS WITH NO RULE     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-EXC-RECORD-COUNT = 0
               MOVE 'EVERY CALCULATION IN THE PERIOD REPRODUCES'
                   TO REPORT-RECORD
           ELSE
               MOVE '*** CALCULATIONS DO NOT REPRODUCE - SEE ABOVE ***'
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

       END PROGRAM CalcReperform.
