       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkProjection.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PROJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE.
       COPY STDINSTR.

       FD  WAREHOUSE-FILE.
       COPY CALCTRAN.
       COPY TRNCTL.

       FD  RATE-FILE.
       COPY RATEREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDAYA.
       01  WS-INSTR-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-WAREHOUSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-HORIZON-ANSWER       PIC X(3).
      *> the default horizon is four weeks of business days - far
      *> enough ahead to always take in the next month-end.
       01  WS-HORIZON-DAYS         PIC 9(3) VALUE 20.

      *> the business days being projected, in run order. Each day
      *> carries the date facts StandingGen tests on that run: day
      *> of week (1 = Monday) and calendar month-end; plus whether
      *> it is the last business day of its month, the day the
      *> month-end volume actually lands on.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 60 TIMES.
               10  WS-DAY-DATE     PIC X(8).
               10  WS-DAY-OF-WEEK  PIC 9.
               10  WS-DAY-CAL-END  PIC X.
               10  WS-DAY-LAST-BUS PIC X.
               10  WS-DAY-SI-COUNT PIC 9(7).
               10  WS-DAY-FW-COUNT PIC 9(7).
               10  WS-DAY-VALUE    PIC S9(11)V99.
       01  WS-DAY-SUB              PIC 9(3) VALUE 0.
       01  WS-DAY-FOUND            PIC X VALUE 'N'.
       01  WS-WALK-DATE            PIC X(8).
       01  WS-AFTER-HORIZON        PIC X(8).
       01  WS-DATE-INTEGER         PIC 9(8) VALUE 0.
       01  WS-NEXT-DAY-DATE        PIC 9(8) VALUE 0.
       01  WS-CAL-DATE             PIC 9(8) VALUE 0.
       01  WS-CAL-INTEGER          PIC 9(8) VALUE 0.
       01  WS-CAL-LAST             PIC 9(8) VALUE 0.
       01  WS-CAL-DAY-OF-WEEK      PIC 9 VALUE 0.
       01  WS-CAL-MONTH-END        PIC X VALUE 'N'.

       01  WS-DAY-NAMES            PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.

      *> the active standing instructions, held so each projected
      *> day can be run against all of them.
       01  WS-INSTR-TABLE.
           05  WS-INS-ENTRY OCCURS 1000 TIMES.
               10  WS-INS-OPERATION PIC X(10).
               10  WS-INS-CURRENCY PIC X(3).
               10  WS-INS-NUM1     PIC X(11).
               10  WS-INS-NUM2     PIC X(11).
               10  WS-INS-FREQUENCY PIC X.
               10  WS-INS-DAY      PIC 9.
               10  WS-INS-ACCOUNT  PIC X(8).
               10  WS-INS-START    PIC X(8).
               10  WS-INS-END      PIC X(8).
       01  WS-INS-USED             PIC 9(4) VALUE 0.
       01  WS-INS-SUB              PIC 9(4) VALUE 0.
      *> the date an instruction's start/end window is tested
      *> against, and whether the row falls inside it.
       01  WS-INS-DATE             PIC X(8).
       01  WS-INS-EFFECTIVE        PIC X VALUE 'N'.

      *> RATETAB, loaded the same way the batch steps load it; a
      *> projected item is valued at the rate the step itself would
      *> apply on the day it runs - the latest one known.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY PIC X(3).
               10  WS-RTE-EFF-DATE PIC X(8).
               10  WS-RTE-RATE     PIC S9(4)V9(6).
       01  WS-RATE-USED            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB             PIC 9(4) VALUE 0.
       01  WS-RATE                 PIC S9(4)V9(6) VALUE 0.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-BEST-DATE            PIC X(8).

      *> the warehouse segment being read: P = its details are
      *> projected onto WS-SEG-DAY, N = not (beyond the horizon or
      *> going to be refused).
       01  WS-SEG-ROUTE            PIC X VALUE 'N'.
       01  WS-SEG-DAY              PIC 9(3) VALUE 0.
       01  WS-SEG-SYSTEM           PIC X(8).
       01  WS-SEG-COUNT            PIC 9(5) VALUE 0.
       01  WS-SEG-BEYOND           PIC 9(5) VALUE 0.

      *> the item being projected, whichever source it came from.
       01  WS-ITEM-SOURCE          PIC X(8).
       01  WS-ITEM-DAY             PIC 9(3) VALUE 0.
       01  WS-ITEM-OPERATION       PIC X(10).
       01  WS-ITEM-CURRENCY        PIC X(3).
       01  WS-ITEM-NUM1            PIC X(11).
       01  WS-ITEM-NUM2            PIC X(11).
       01  WS-ITEM-ACCOUNT         PIC X(8).
       01  WS-ITEM-VALUED          PIC X VALUE 'Y'.
       01  WS-ITEM-VALUE           PIC S9(11)V99 VALUE 0.
       01  WS-PRJ-NUM1             PIC S9(9)V99 VALUE 0.
       01  WS-PRJ-NUM2             PIC S9(9)V99 VALUE 0.

       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 30 TIMES.
               10  WS-OP-NAME      PIC X(10).
               10  WS-OP-COUNT     PIC 9(7).
               10  WS-OP-VALUE     PIC S9(11)V99.
       01  WS-OP-USED              PIC 9(3) VALUE 0.
       01  WS-OP-SUB               PIC 9(3) VALUE 0.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACCT-NAME    PIC X(10).
               10  WS-ACCT-COUNT   PIC 9(7).
               10  WS-ACCT-VALUE   PIC S9(11)V99.
       01  WS-ACCT-USED            PIC 9(3) VALUE 0.
       01  WS-ACCT-SUB             PIC 9(3) VALUE 0.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.

      *> work the batch will not run the way its owner expects,
      *> each noted once however many days it would repeat on.
       01  WS-EXC-TABLE.
           05  WS-EXC-TEXT OCCURS 500 TIMES PIC X(78).
       01  WS-EXC-USED             PIC 9(3) VALUE 0.
       01  WS-EXC-SUB              PIC 9(3) VALUE 0.
       01  WS-EXC-LINE             PIC X(78).

       01  WS-ITEM-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNVALUED-COUNT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-VALUE          PIC S9(11)V99 VALUE 0.
       01  WS-DAY-ITEMS            PIC 9(7) VALUE 0.
       01  WS-PEAK-ITEMS           PIC 9(7) VALUE 0.
       01  WS-PEAK-SUB             PIC 9(3) VALUE 0.

       01  WS-PRINT-NAME           PIC X(10).
       01  WS-PRINT-COUNT          PIC 9(7) VALUE 0.
       01  WS-PRINT-VALUE          PIC S9(11)V99 VALUE 0.
       01  WS-SECTION-TITLE        PIC X(40).
       01  WS-FLAG-TEXT            PIC X(10).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT-2         PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDIT-3         PIC Z,ZZZ,ZZ9.
       01  WS-VALUE-EDIT           PIC ---,---,---,--9.99.
       01  WS-DAYS-EDIT            PIC ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Enter business days to project (blank = 20): '.
           ACCEPT WS-HORIZON-ANSWER.
           IF WS-HORIZON-ANSWER NOT = SPACES
               IF FUNCTION TRIM(WS-HORIZON-ANSWER) IS NUMERIC
                   COMPUTE WS-HORIZON-DAYS =
                       FUNCTION NUMVAL(WS-HORIZON-ANSWER)
               ELSE
                   MOVE 0 TO WS-HORIZON-DAYS
               END-IF
               IF WS-HORIZON-DAYS < 1 OR WS-HORIZON-DAYS > 60
                   DISPLAY 'ERROR: business days to project must be '
                       '1 to 60'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM BUILD-DAY-TABLE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-INSTRUCTIONS.
           PERFORM PROJECT-INSTRUCTIONS.
           PERFORM CHECK-SKIPPED-INSTRUCTIONS.
           PERFORM PROJECT-WAREHOUSE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-DAY-SECTION.
           PERFORM PRINT-OPERATION-SECTION.
           PERFORM PRINT-ACCOUNT-SECTION.
           PERFORM PRINT-EXCEPTION-LIST.

           CLOSE REPORT-FILE.

           DISPLAY 'WORK PROJECTION: ' WS-ITEM-COUNT
               ' item(s) over ' WS-HORIZON-DAYS
               ' business day(s) from ' WS-BUSINESS-DATE ', '
               WS-EXC-USED ' exception(s).'.

      *> work that will not run as scheduled is a warning for the
      *> owners to act on before the day, not a failed run.
           IF WS-EXC-USED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> the days ahead come from the business calendar, one
      *> BusinessDay 'N' step at a time, so weekends and HOLIDAYS
      *> are never projected onto. One step past the horizon tells
      *> whether its last day closes a month.
       BUILD-DAY-TABLE.
           MOVE WS-BUSINESS-DATE TO WS-WALK-DATE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
               PERFORM NEXT-BUSINESS-DAY
               MOVE WS-WALK-DATE TO WS-DAY-DATE(WS-DAY-SUB)
               MOVE 0 TO WS-DAY-SI-COUNT(WS-DAY-SUB)
               MOVE 0 TO WS-DAY-FW-COUNT(WS-DAY-SUB)
               MOVE 0 TO WS-DAY-VALUE(WS-DAY-SUB)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-WALK-DATE))
               COMPUTE WS-DAY-OF-WEEK(WS-DAY-SUB) =
                   FUNCTION MOD(WS-DATE-INTEGER - 1, 7) + 1
               COMPUTE WS-NEXT-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER + 1)
               MOVE 'N' TO WS-DAY-CAL-END(WS-DAY-SUB)
               IF WS-NEXT-DAY-DATE(5:2) NOT = WS-WALK-DATE(5:2)
                   MOVE 'Y' TO WS-DAY-CAL-END(WS-DAY-SUB)
               END-IF
           END-PERFORM.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE WS-WALK-DATE TO WS-AFTER-HORIZON.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
               MOVE 'N' TO WS-DAY-LAST-BUS(WS-DAY-SUB)
               IF WS-DAY-SUB < WS-HORIZON-DAYS
                   IF WS-DAY-DATE(WS-DAY-SUB + 1)(5:2)
                      NOT = WS-DAY-DATE(WS-DAY-SUB)(5:2)
                       MOVE 'Y' TO WS-DAY-LAST-BUS(WS-DAY-SUB)
                   END-IF
               ELSE
                   IF WS-AFTER-HORIZON(5:2)
                      NOT = WS-DAY-DATE(WS-DAY-SUB)(5:2)
                       MOVE 'Y' TO WS-DAY-LAST-BUS(WS-DAY-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       NEXT-BUSINESS-DAY.
           MOVE 'N' TO BDY-FUNCTION.
           MOVE WS-WALK-DATE TO BDY-DATE.
           CALL 'BusinessDay' USING BUSINESS-DAY-AREA.
           IF BDY-RESULT NOT = 'Y'
      *> a projection laid out without the holiday calendar would
      *> put work on days it will never run - stop rather than
      *> guess.
               DISPLAY 'ERROR: business calendar unavailable '
                   'after ' WS-WALK-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDY-NEXT-DATE TO WS-WALK-DATE.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
      *> no rate table on this system - base-currency work is
      *> still valued, foreign-currency work is listed unvalued.
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
                       IF FUNCTION NUMVAL(RT-RATE) NOT = 0
                           IF WS-RATE-USED >= 2000
                               DISPLAY 'ERROR: more than 2000 '
                                   'RATETAB rows'
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
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RATE-FILE-STATUS NOT = '35'
               CLOSE RATE-FILE
           END-IF.

      *> only confirmed, active rows are ever generated (a
      *> pending maker-checker change is not); a row StandingGen
      *> would skip for a bad frequency is listed here instead.
       LOAD-INSTRUCTIONS.
           MOVE 0 TO WS-INS-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-FILE-STATUS = '35'
      *> no standing instructions on this system.
               EXIT PARAGRAPH
           END-IF.
           IF WS-INSTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open INSTR-FILE, status '
                   WS-INSTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INSTR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SI-STATUS = 'A'
                          AND SI-CONFIRM-STATE = 'C'
                           PERFORM HOLD-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.

       HOLD-INSTRUCTION.
           IF SI-FREQUENCY NOT = 'D' AND 'W' AND 'M'
               MOVE SPACES TO WS-EXC-LINE
               STRING 'STDINSTR ' DELIMITED BY SIZE
                      SI-OPERATION DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      SI-ACCOUNT DELIMITED BY SIZE
                      ': BAD FREQUENCY ' DELIMITED BY SIZE
                      SI-FREQUENCY DELIMITED BY SIZE
                      ' - NEVER GENERATED' DELIMITED BY SIZE
                      INTO WS-EXC-LINE
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-INS-USED >= 1000
      *> a dropped row is work that silently vanishes from the
      *> forecast - fail loudly instead.
               DISPLAY 'ERROR: more than 1000 active STDINSTR rows'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-INS-USED.
           MOVE SI-OPERATION TO WS-INS-OPERATION(WS-INS-USED).
           MOVE SI-CURRENCY TO WS-INS-CURRENCY(WS-INS-USED).
           MOVE SI-NUM1 TO WS-INS-NUM1(WS-INS-USED).
           MOVE SI-NUM2 TO WS-INS-NUM2(WS-INS-USED).
           MOVE SI-FREQUENCY TO WS-INS-FREQUENCY(WS-INS-USED).
           MOVE SI-DAY TO WS-INS-DAY(WS-INS-USED).
           MOVE SI-ACCOUNT TO WS-INS-ACCOUNT(WS-INS-USED).
           MOVE SI-START-DATE TO WS-INS-START(WS-INS-USED).
           MOVE SI-END-DATE TO WS-INS-END(WS-INS-USED).

      *> each projected day is put through StandingGen's own
      *> selection: D every run, W when the day of week matches,
      *> M on the calendar month-end - and only inside the row's
      *> start/end window.
       PROJECT-INSTRUCTIONS.
           MOVE 'STDINSTR' TO WS-ITEM-SOURCE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
               MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-INS-DATE
               PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                       UNTIL WS-INS-SUB > WS-INS-USED
                   PERFORM CHECK-INSTRUCTION-EFFECTIVE
                   EVALUATE TRUE
                       WHEN WS-INS-EFFECTIVE = 'N'
                           CONTINUE
                       WHEN WS-INS-FREQUENCY(WS-INS-SUB) = 'D'
                           PERFORM PROJECT-INSTRUCTION
                       WHEN WS-INS-FREQUENCY(WS-INS-SUB) = 'W'
                        AND WS-INS-DAY(WS-INS-SUB)
                            = WS-DAY-OF-WEEK(WS-DAY-SUB)
                           PERFORM PROJECT-INSTRUCTION
                       WHEN WS-INS-FREQUENCY(WS-INS-SUB) = 'M'
                        AND WS-DAY-CAL-END(WS-DAY-SUB) = 'Y'
                           PERFORM PROJECT-INSTRUCTION
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.

       PROJECT-INSTRUCTION.
           MOVE WS-DAY-SUB TO WS-ITEM-DAY.
           MOVE WS-INS-OPERATION(WS-INS-SUB) TO WS-ITEM-OPERATION.
           MOVE WS-INS-CURRENCY(WS-INS-SUB) TO WS-ITEM-CURRENCY.
           MOVE WS-INS-NUM1(WS-INS-SUB) TO WS-ITEM-NUM1.
           MOVE WS-INS-NUM2(WS-INS-SUB) TO WS-ITEM-NUM2.
           MOVE WS-INS-ACCOUNT(WS-INS-SUB) TO WS-ITEM-ACCOUNT.
           ADD 1 TO WS-DAY-SI-COUNT(WS-DAY-SUB).
           PERFORM PROJECT-ONE-ITEM.

       CHECK-INSTRUCTION-EFFECTIVE.
           MOVE 'Y' TO WS-INS-EFFECTIVE.
           IF WS-INS-START(WS-INS-SUB) NOT = SPACES
              AND WS-INS-START(WS-INS-SUB) > WS-INS-DATE
               MOVE 'N' TO WS-INS-EFFECTIVE
           END-IF.
           IF WS-INS-END(WS-INS-SUB) NOT = SPACES
              AND WS-INS-END(WS-INS-SUB) < WS-INS-DATE
               MOVE 'N' TO WS-INS-EFFECTIVE
           END-IF.

      *> StandingGen only runs on business days, so a weekly day
      *> or a month-end that falls on a weekend or holiday inside
      *> the horizon generates nothing at all - listed so the owner
      *> can key the work by hand or move the instruction.
       CHECK-SKIPPED-INSTRUCTIONS.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE)) + 1.
           COMPUTE WS-CAL-LAST =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DAY-DATE(WS-HORIZON-DAYS))).
           PERFORM UNTIL WS-CAL-INTEGER > WS-CAL-LAST
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
               MOVE 'N' TO WS-DAY-FOUND
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
                          OR WS-DAY-FOUND = 'Y'
                   IF WS-DAY-DATE(WS-DAY-SUB) = WS-CAL-DATE
                       MOVE 'Y' TO WS-DAY-FOUND
                   END-IF
               END-PERFORM
               IF WS-DAY-FOUND = 'N'
                   PERFORM CHECK-NON-BUSINESS-DATE
               END-IF
               ADD 1 TO WS-CAL-INTEGER
           END-PERFORM.

       CHECK-NON-BUSINESS-DATE.
           COMPUTE WS-CAL-DAY-OF-WEEK =
               FUNCTION MOD(WS-CAL-INTEGER - 1, 7) + 1.
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER + 1).
           MOVE 'N' TO WS-CAL-MONTH-END.
           IF WS-NEXT-DAY-DATE(5:2) NOT = WS-CAL-DATE(5:2)
               MOVE 'Y' TO WS-CAL-MONTH-END
           END-IF.
           MOVE WS-CAL-DATE TO WS-INS-DATE.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-INS-USED
               PERFORM CHECK-INSTRUCTION-EFFECTIVE
               IF WS-INS-EFFECTIVE = 'Y'
                  AND ((WS-INS-FREQUENCY(WS-INS-SUB) = 'W'
                   AND WS-INS-DAY(WS-INS-SUB) = WS-CAL-DAY-OF-WEEK)
                  OR (WS-INS-FREQUENCY(WS-INS-SUB) = 'M'
                   AND WS-CAL-MONTH-END = 'Y'))
                   MOVE SPACES TO WS-EXC-LINE
                   STRING 'STDINSTR ' DELIMITED BY SIZE
                          WS-INS-OPERATION(WS-INS-SUB)
                              DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-INS-ACCOUNT(WS-INS-SUB) DELIMITED BY SIZE
                          ': DUE ' DELIMITED BY SIZE
                          WS-DAY-NAME(WS-CAL-DAY-OF-WEEK)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-CAL-DATE DELIMITED BY SIZE
                          ', NON-BUSINESS DAY - SKIPPED'
                              DELIMITED BY SIZE
                          INTO WS-EXC-LINE
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.

      *> a warehoused segment goes out on the first run dated on
      *> or after its header date - FutureRelease releases it
      *> then. A header on a weekend or holiday is only accepted by
      *> the batch step if it asked to be rolled forward (date
      *> option R); otherwise the step will refuse it.
       PROJECT-WAREHOUSE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS = '35'
      *> nothing has ever been warehoused.
               EXIT PARAGRAPH
           END-IF.
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open WAREHOUSE-FILE, status '
                   WS-WAREHOUSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       EVALUATE CT-RECORD-TYPE
                           WHEN 'H'
                               PERFORM START-SEGMENT
                           WHEN 'D'
                               IF WS-SEG-ROUTE = 'P'
                                   PERFORM PROJECT-SEGMENT-DETAIL
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE WAREHOUSE-FILE.

       START-SEGMENT.
           ADD 1 TO WS-SEG-COUNT.
           MOVE 'N' TO WS-SEG-ROUTE.
           MOVE TH-SENDING-SYSTEM TO WS-SEG-SYSTEM.
           IF TH-BUSINESS-DATE NOT NUMERIC
               MOVE SPACES TO WS-EXC-LINE
               STRING 'FUTWHSE ' DELIMITED BY SIZE
                      WS-SEG-SYSTEM DELIMITED BY SPACE
                      ': HEADER DATE ' DELIMITED BY SIZE
                      TH-BUSINESS-DATE DELIMITED BY SIZE
                      ' UNUSABLE - NOT PROJECTED' DELIMITED BY SIZE
                      INTO WS-EXC-LINE
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DAY-FOUND.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
                      OR WS-DAY-FOUND = 'Y'
               IF WS-DAY-DATE(WS-DAY-SUB) >= TH-BUSINESS-DATE
                   MOVE 'Y' TO WS-DAY-FOUND
                   MOVE WS-DAY-SUB TO WS-SEG-DAY
               END-IF
           END-PERFORM.
           IF WS-DAY-FOUND = 'N'
               ADD 1 TO WS-SEG-BEYOND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V' TO BDY-FUNCTION.
           MOVE TH-BUSINESS-DATE TO BDY-DATE.
           CALL 'BusinessDay' USING BUSINESS-DAY-AREA.
           EVALUATE TRUE
               WHEN BDY-RESULT = 'Y'
                   MOVE 'P' TO WS-SEG-ROUTE
               WHEN BDY-RESULT = 'N' AND TH-DATE-OPTION = 'R'
                   MOVE 'P' TO WS-SEG-ROUTE
               WHEN BDY-RESULT = 'N'
                   MOVE SPACES TO WS-EXC-LINE
                   STRING 'FUTWHSE ' DELIMITED BY SIZE
                          WS-SEG-SYSTEM DELIMITED BY SPACE
                          ': HEADER ' DELIMITED BY SIZE
                          TH-BUSINESS-DATE DELIMITED BY SIZE
                          ' NON-BUSINESS DAY, NO ROLL - REFUSED'
                              DELIMITED BY SIZE
                          INTO WS-EXC-LINE
                   PERFORM ADD-EXCEPTION
               WHEN OTHER
                   DISPLAY 'ERROR: business calendar unavailable '
                       'checking ' TH-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       PROJECT-SEGMENT-DETAIL.
           MOVE WS-SEG-SYSTEM TO WS-ITEM-SOURCE.
           MOVE WS-SEG-DAY TO WS-ITEM-DAY.
           MOVE CT-OPERATION TO WS-ITEM-OPERATION.
           MOVE CT-CURRENCY TO WS-ITEM-CURRENCY.
           MOVE CT-NUM1 TO WS-ITEM-NUM1.
           MOVE CT-NUM2 TO WS-ITEM-NUM2.
           MOVE CT-ACCOUNT TO WS-ITEM-ACCOUNT.
           ADD 1 TO WS-DAY-FW-COUNT(WS-SEG-DAY).
           PERFORM PROJECT-ONE-ITEM.

       PROJECT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM VALUE-ITEM.
           IF WS-ITEM-VALUED = 'N'
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE 0 TO WS-ITEM-VALUE
           END-IF.
           ADD WS-ITEM-VALUE TO WS-DAY-VALUE(WS-ITEM-DAY).
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
           PERFORM TALLY-OPERATION.
           PERFORM TALLY-ACCOUNT.

      *> the value is the result the batch step will compute, in
      *> base currency: ADD/SUBTRACT amounts in another currency
      *> are converted first, exactly as CalcDriver converts them.
       VALUE-ITEM.
           MOVE 'Y' TO WS-ITEM-VALUED.
           MOVE 0 TO WS-ITEM-VALUE.
           COMPUTE WS-PRJ-NUM1 = FUNCTION NUMVAL(WS-ITEM-NUM1).
           COMPUTE WS-PRJ-NUM2 = FUNCTION NUMVAL(WS-ITEM-NUM2).
           IF (WS-ITEM-OPERATION = 'ADD'
               OR WS-ITEM-OPERATION = 'SUBTRACT')
              AND WS-ITEM-CURRENCY NOT = SPACES
              AND WS-ITEM-CURRENCY NOT = 'USD'
               PERFORM FIND-CURRENCY-RATE
               IF WS-RATE-FOUND = 'N'
                   MOVE 'N' TO WS-ITEM-VALUED
                   MOVE SPACES TO WS-EXC-LINE
                   STRING 'NO RATETAB RATE FOR ' DELIMITED BY SIZE
                          WS-ITEM-CURRENCY DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-ITEM-CURRENCY DELIMITED BY SIZE
                          ' WORK NOT VALUED (AND WILL BE REJECTED)'
                              DELIMITED BY SIZE
                          INTO WS-EXC-LINE
                   PERFORM ADD-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PRJ-NUM1 ROUNDED = WS-PRJ-NUM1 * WS-RATE
               COMPUTE WS-PRJ-NUM2 ROUNDED = WS-PRJ-NUM2 * WS-RATE
           END-IF.
           EVALUATE WS-ITEM-OPERATION
               WHEN 'ADD'
                   COMPUTE WS-ITEM-VALUE = WS-PRJ-NUM1 + WS-PRJ-NUM2
               WHEN 'SUBTRACT'
                   COMPUTE WS-ITEM-VALUE = WS-PRJ-NUM1 - WS-PRJ-NUM2
               WHEN 'MULTIPLY'
                   COMPUTE WS-ITEM-VALUE = WS-PRJ-NUM1 * WS-PRJ-NUM2
               WHEN 'DIVIDE'
                   IF WS-PRJ-NUM2 = 0
                       MOVE 'N' TO WS-ITEM-VALUED
                       MOVE SPACES TO WS-EXC-LINE
                       STRING WS-ITEM-SOURCE DELIMITED BY SPACE
                              ' DIVIDE ' DELIMITED BY SIZE
                              WS-ITEM-ACCOUNT DELIMITED BY SIZE
                              ': ZERO DIVISOR - WILL BE REJECTED'
                                  DELIMITED BY SIZE
                              INTO WS-EXC-LINE
                       PERFORM ADD-EXCEPTION
                   ELSE
                       DIVIDE WS-PRJ-NUM1 BY WS-PRJ-NUM2
                           GIVING WS-ITEM-VALUE
                   END-IF
               WHEN 'PERCENT'
                   COMPUTE WS-ITEM-VALUE = WS-PRJ-NUM1
                       + (WS-PRJ-NUM1 * WS-PRJ-NUM2 / 100)
               WHEN OTHER
                   MOVE 'N' TO WS-ITEM-VALUED
                   MOVE SPACES TO WS-EXC-LINE
                   STRING WS-ITEM-SOURCE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-ITEM-OPERATION DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WS-ITEM-ACCOUNT DELIMITED BY SIZE
                          ': UNKNOWN OPERATION - WILL BE REJECTED'
                              DELIMITED BY SIZE
                          INTO WS-EXC-LINE
                   PERFORM ADD-EXCEPTION
           END-EVALUATE.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-USED
               IF WS-RTE-CURRENCY(WS-RATE-SUB) = WS-ITEM-CURRENCY
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB)
                      <= WS-DAY-DATE(WS-ITEM-DAY)
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) >= WS-BEST-DATE
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RTE-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
                   MOVE WS-RTE-RATE(WS-RATE-SUB) TO WS-RATE
               END-IF
           END-PERFORM.

       TALLY-OPERATION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-OP-NAME(WS-OP-SUB) = WS-ITEM-OPERATION
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-OP-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-OP-USED >= 30
                   DISPLAY 'ERROR: more than 30 operations in the '
                       'projection'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-OP-USED
               MOVE WS-OP-USED TO WS-OP-SUB
               MOVE WS-ITEM-OPERATION TO WS-OP-NAME(WS-OP-SUB)
               MOVE 0 TO WS-OP-COUNT(WS-OP-SUB)
               MOVE 0 TO WS-OP-VALUE(WS-OP-SUB)
           END-IF.
           ADD 1 TO WS-OP-COUNT(WS-OP-SUB).
           ADD WS-ITEM-VALUE TO WS-OP-VALUE(WS-OP-SUB).

       TALLY-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-ACCT-NAME(WS-ACCT-SUB) = WS-ITEM-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-ACCT-USED >= 500
                   DISPLAY 'ERROR: more than 500 accounts in the '
                       'projection'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ITEM-ACCOUNT TO WS-ACCT-NAME(WS-ACCT-SUB)
               MOVE 0 TO WS-ACCT-COUNT(WS-ACCT-SUB)
               MOVE 0 TO WS-ACCT-VALUE(WS-ACCT-SUB)
           END-IF.
           ADD 1 TO WS-ACCT-COUNT(WS-ACCT-SUB).
           ADD WS-ITEM-VALUE TO WS-ACCT-VALUE(WS-ACCT-SUB).

      *> one line per distinct problem - the same instruction
      *> missing the same currency every day is noted once.
       ADD-EXCEPTION.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-USED
               IF WS-EXC-TEXT(WS-EXC-SUB) = WS-EXC-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-EXC-USED >= 500
               DISPLAY 'ERROR: more than 500 projection exceptions'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-EXC-USED.
           MOVE WS-EXC-LINE TO WS-EXC-TEXT(WS-EXC-USED).

      *> the day section is what the batch window is planned from:
      *> the last business day of each month is marked, and the
      *> heaviest day is named underneath.
       PRINT-DAY-SECTION.
           MOVE 'BY DAY' TO WS-SECTION-TITLE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING 'DATE     DAY   STDINSTR    FUTWHSE      ITEMS'
                      DELIMITED BY SIZE
                  '         BASE VALUE' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-PEAK-ITEMS.
           MOVE 1 TO WS-PEAK-SUB.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-HORIZON-DAYS
               COMPUTE WS-DAY-ITEMS = WS-DAY-SI-COUNT(WS-DAY-SUB)
                   + WS-DAY-FW-COUNT(WS-DAY-SUB)
               IF WS-DAY-ITEMS > WS-PEAK-ITEMS
                   MOVE WS-DAY-ITEMS TO WS-PEAK-ITEMS
                   MOVE WS-DAY-SUB TO WS-PEAK-SUB
               END-IF
               MOVE WS-DAY-SI-COUNT(WS-DAY-SUB) TO WS-COUNT-EDIT
               MOVE WS-DAY-FW-COUNT(WS-DAY-SUB) TO WS-COUNT-EDIT-2
               MOVE WS-DAY-ITEMS TO WS-COUNT-EDIT-3
               MOVE WS-DAY-VALUE(WS-DAY-SUB) TO WS-VALUE-EDIT
               MOVE SPACES TO WS-FLAG-TEXT
               IF WS-DAY-LAST-BUS(WS-DAY-SUB) = 'Y'
                   MOVE 'MONTH-END' TO WS-FLAG-TEXT
               END-IF
               STRING WS-DAY-DATE(WS-DAY-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DAY-NAME(WS-DAY-OF-WEEK(WS-DAY-SUB))
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-COUNT-EDIT-2 DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-COUNT-EDIT-3 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-VALUE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FLAG-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT-3.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT.
           STRING 'TOTAL                              '
                      DELIMITED BY SIZE
                  WS-COUNT-EDIT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALUE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PEAK-ITEMS TO WS-COUNT-EDIT.
           STRING 'HEAVIEST DAY ' DELIMITED BY SIZE
                  WS-DAY-DATE(WS-PEAK-SUB) DELIMITED BY SIZE
                  ' WITH ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' ITEM(S)' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-UNVALUED-COUNT > 0
               MOVE WS-UNVALUED-COUNT TO WS-COUNT-EDIT
               STRING 'ITEMS NOT VALUED (SEE EXCEPTIONS) '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-SEG-BEYOND > 0
               MOVE WS-SEG-BEYOND TO WS-COUNT-EDIT
               STRING 'FUTWHSE SEGMENTS BEYOND THE HORIZON '
                          DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-OPERATION-SECTION.
           MOVE 'BY OPERATION' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-USED
               MOVE WS-OP-NAME(WS-OP-SUB) TO WS-PRINT-NAME
               MOVE WS-OP-COUNT(WS-OP-SUB) TO WS-PRINT-COUNT
               MOVE WS-OP-VALUE(WS-OP-SUB) TO WS-PRINT-VALUE
               PERFORM PRINT-TOTAL-LINE
           END-PERFORM.

       PRINT-ACCOUNT-SECTION.
           MOVE 'BY ACCOUNT' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               MOVE WS-ACCT-NAME(WS-ACCT-SUB) TO WS-PRINT-NAME
               IF WS-PRINT-NAME = SPACES
                   MOVE '(NONE)' TO WS-PRINT-NAME
               END-IF
               MOVE WS-ACCT-COUNT(WS-ACCT-SUB) TO WS-PRINT-COUNT
               MOVE WS-ACCT-VALUE(WS-ACCT-SUB) TO WS-PRINT-VALUE
               PERFORM PRINT-TOTAL-LINE
           END-PERFORM.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '               ITEMS         BASE VALUE'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-TOTAL-LINE.
           MOVE WS-PRINT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-PRINT-VALUE TO WS-VALUE-EDIT.
           STRING WS-PRINT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-VALUE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-EXCEPTION-LIST.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'WORK THAT WILL NOT RUN AS SCHEDULED' TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-EXC-USED = 0
               MOVE '  NONE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-USED
               STRING '  ' DELIMITED BY SIZE
                      WS-EXC-TEXT(WS-EXC-SUB) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

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
           MOVE WS-HORIZON-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'WORK PROJECTION - NEXT ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' BUSINESS DAYS AFTER ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '         PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM WorkProjection.
