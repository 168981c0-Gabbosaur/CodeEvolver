       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmortizeFunction.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "AMORTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "AMORTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

      *> every schedule ever quoted accumulates here under its
      *> transaction ID - the file is appended to, never replaced.
       FD  SCHEDULE-FILE.
       COPY AMORTREC.

       WORKING-STORAGE SECTION.
       COPY AUDWRITE.
       COPY OPERCHK.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       COPY ACCTCHK.
       COPY BUSDAYA.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SCHEDULE-FILE-STATUS PIC XX VALUE '00'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).
       01  WS-RUN-DATE             PIC X(8).

       01  WS-PRINCIPAL-ANSWER     PIC X(11).
       01  WS-RATE-ANSWER          PIC X(8).
       01  WS-TERM-ANSWER          PIC X(3).
       01  WS-FREQUENCY            PIC X VALUE 'M'.
       01  WS-FIRST-DATE           PIC X(8).
       01  WS-ACCOUNT              PIC X(8) VALUE SPACES.

       01  WS-PRINCIPAL            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ANNUAL-RATE          PIC 9(3)V9(4) VALUE 0.
       01  WS-TERM                 PIC 9(3) VALUE 0.
      *> payments a year and calendar months between payments for
      *> the frequency keyed: M = monthly, Q = quarterly,
      *> S = half-yearly, A = annual.
       01  WS-PAYMENTS-PER-YEAR    PIC 99 VALUE 12.
       01  WS-MONTHS-BETWEEN       PIC 99 VALUE 1.

      *> level payment: P * r / (1 - (1 + r) ** -n). The growth
      *> factor (1 + r) ** n is built by repeated multiplication,
      *> the same way InterestFunction rolls a compound balance,
      *> and carried to twelve places so a long term does not drift.
       01  WS-PERIOD-RATE          PIC 9V9(12) VALUE 0.
       01  WS-GROWTH               PIC 9(5)V9(12) VALUE 0.
       01  WS-GROWTH-LESS-ONE      PIC 9(5)V9(12) VALUE 0.
       01  WS-PAYMENT-FACTOR       PIC 9(3)V9(12) VALUE 0.
       01  WS-LEVEL-PAYMENT        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-BALANCE              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-PERIOD-INTEREST      PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-PERIOD-PRINCIPAL     PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PAID           PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-INTEREST       PIC S9(9)V99 VALUE 0.
       01  WS-OVERFLOW-SWITCH      PIC X VALUE 'N'.

      *> the whole schedule is built before anything is written, so
      *> the audit record - and the transaction ID every line
      *> carries - exists before the first line goes out.
       01  WS-SCHED-TABLE.
           05  WS-SCH-ENTRY OCCURS 600 TIMES.
               10  WS-SCH-DATE     PIC X(8).
               10  WS-SCH-PAYMENT  PIC S9(7)V99.
               10  WS-SCH-INTEREST PIC S9(7)V99.
               10  WS-SCH-PRINCIPAL PIC S9(7)V99.
               10  WS-SCH-BALANCE  PIC S9(7)V99.
       01  WS-SCH-SUB              PIC 9(3) VALUE 0.

      *> payment date arithmetic: the nominal date steps whole
      *> months from the first payment date, keeping its day of
      *> the month (or the month end when the month is shorter).
       01  WS-FIRST-YEAR           PIC 9(4) VALUE 0.
       01  WS-FIRST-MONTH          PIC 99 VALUE 0.
       01  WS-FIRST-DAY            PIC 99 VALUE 0.
       01  WS-MONTH-OFFSET         PIC 9(5) VALUE 0.
       01  WS-DUE-YEAR             PIC 9(4) VALUE 0.
       01  WS-DUE-MONTH            PIC 99 VALUE 0.
       01  WS-DUE-DAY              PIC 99 VALUE 0.
       01  WS-NEXT-YEAR            PIC 9(4) VALUE 0.
       01  WS-NEXT-MONTH           PIC 99 VALUE 0.
       01  WS-MONTH-END-DAY        PIC 99 VALUE 0.
       01  WS-DATE-NUM             PIC 9(8) VALUE 0.
       01  WS-NOMINAL-DATE         PIC X(8).

       01  WS-PRINCIPAL-TEXT       PIC -(6)9.99.
       01  WS-RATE-TEXT            PIC 9(3).9(4).
       01  WS-TOTAL-TEXT           PIC -(6)9.99.
       01  WS-AMOUNT-TEXT          PIC -(10)9.99.
       01  WS-TERM-EDIT            PIC ZZ9.
       01  WS-NUMBER-EDIT          PIC ZZ9.
       01  WS-RATE-EDIT            PIC ZZ9.9999.
       01  WS-PAYMENT-EDIT         PIC $$$,$$$,$$9.99-.
       01  WS-INTEREST-EDIT        PIC $$$,$$$,$$9.99-.
       01  WS-PRINCIPAL-EDIT       PIC $$$,$$$,$$9.99-.
       01  WS-BALANCE-EDIT         PIC $$$,$$$,$$9.99-.
       01  WS-TOTAL-EDIT           PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM CHECK-OPERATOR-AUTHORITY.

           PERFORM ACCEPT-LOAN-TERMS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM BUILD-SCHEDULE.
           IF WS-OVERFLOW-SWITCH = 'Y'
               DISPLAY 'ERROR: schedule exceeds S9(7)V99 - '
                   'nothing written'
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

           PERFORM WRITE-AUDIT-RECORD.
           PERFORM PRINT-SCHEDULE-REPORT.
           PERFORM WRITE-SCHEDULE-FILE.

           DISPLAY 'AMORTIZATION: ' WS-TERM
               ' payment(s) scheduled, ID ' AWR-TRANS-ID.

           PERFORM SIGN-OFF-OPERATOR.

           GOBACK.

      *> a schedule is lending-desk interest work, so it is granted
      *> by the operator's INTEREST authority (OperatorCheck maps
      *> AMORTIZE onto it).
       CHECK-OPERATOR-AUTHORITY.
           MOVE WS-OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE 'AMORTIZE' TO OPC-OPERATION.
           MOVE 0 TO OPC-AMOUNT.
           CALL 'OperatorCheck' USING OPERATOR-CHECK-AREA.
           IF OPC-RESULT NOT = 'A'
               DISPLAY 'Operator ' WS-OPERATOR-ID
                   ' may not run AMORTIZE, reason ' OPC-RESULT
               MOVE 12 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

       ACCEPT-LOAN-TERMS.
           DISPLAY 'Enter principal: '.
           ACCEPT WS-PRINCIPAL-ANSWER.
           IF FUNCTION TEST-NUMVAL(WS-PRINCIPAL-ANSWER) NOT = 0
               DISPLAY 'ERROR: principal is not numeric: '
                   WS-PRINCIPAL-ANSWER
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           COMPUTE WS-PRINCIPAL =
               FUNCTION NUMVAL(WS-PRINCIPAL-ANSWER)
               ON SIZE ERROR
                   DISPLAY 'ERROR: principal exceeds S9(7)V99'
                   MOVE 16 TO RETURN-CODE
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
           END-COMPUTE.
           IF WS-PRINCIPAL NOT > 0
               DISPLAY 'ERROR: principal must be greater than zero'
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

           DISPLAY 'Enter annual rate %: '.
           ACCEPT WS-RATE-ANSWER.
           IF FUNCTION TEST-NUMVAL(WS-RATE-ANSWER) NOT = 0
               DISPLAY 'ERROR: rate is not numeric: ' WS-RATE-ANSWER
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-RATE-ANSWER) < 0
              OR FUNCTION NUMVAL(WS-RATE-ANSWER) > 100
               DISPLAY 'ERROR: rate must be 0 to 100: '
                   WS-RATE-ANSWER
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(WS-RATE-ANSWER).

           DISPLAY 'Enter term (number of payments): '.
           ACCEPT WS-TERM-ANSWER.
           IF FUNCTION TEST-NUMVAL(WS-TERM-ANSWER) NOT = 0
               DISPLAY 'ERROR: term is not numeric: ' WS-TERM-ANSWER
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           IF FUNCTION NUMVAL(WS-TERM-ANSWER) < 1
              OR FUNCTION NUMVAL(WS-TERM-ANSWER) > 600
               DISPLAY 'ERROR: term must be 1 to 600 payments'
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           COMPUTE WS-TERM = FUNCTION NUMVAL(WS-TERM-ANSWER).

           DISPLAY 'Payment frequency (M/Q/S/A): '.
           ACCEPT WS-FREQUENCY.
           EVALUATE WS-FREQUENCY
               WHEN 'M'
               WHEN 'm'
                   MOVE 12 TO WS-PAYMENTS-PER-YEAR
               WHEN 'Q'
               WHEN 'q'
                   MOVE 4 TO WS-PAYMENTS-PER-YEAR
               WHEN 'S'
               WHEN 's'
                   MOVE 2 TO WS-PAYMENTS-PER-YEAR
               WHEN 'A'
               WHEN 'a'
                   MOVE 1 TO WS-PAYMENTS-PER-YEAR
               WHEN OTHER
                   DISPLAY 'ERROR: frequency must be M, Q, S or A'
                   MOVE 16 TO RETURN-CODE
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
           END-EVALUATE.
           COMPUTE WS-MONTHS-BETWEEN = 12 / WS-PAYMENTS-PER-YEAR.

           DISPLAY 'Enter first payment date (CCYYMMDD): '.
           ACCEPT WS-FIRST-DATE.
           IF WS-FIRST-DATE NOT NUMERIC
               DISPLAY 'ERROR: first payment date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-FIRST-DATE)) NOT = 0
               DISPLAY 'ERROR: first payment date is not a real '
                   'date: ' WS-FIRST-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           COMPUTE WS-FIRST-YEAR = FUNCTION NUMVAL(WS-FIRST-DATE(1:4)).
           COMPUTE WS-FIRST-MONTH =
               FUNCTION NUMVAL(WS-FIRST-DATE(5:2)).
           COMPUTE WS-FIRST-DAY = FUNCTION NUMVAL(WS-FIRST-DATE(7:2)).

      *> a loan booked to an account must name a real one - the
      *> same AccountCheck gate the feeds pass through.
           DISPLAY 'Enter account (blank for none): '.
           ACCEPT WS-ACCOUNT.
           IF WS-ACCOUNT NOT = SPACES
               MOVE WS-ACCOUNT TO ACC-ACCOUNT-ID
               CALL 'AccountCheck' USING ACCOUNT-CHECK-AREA
               IF ACC-RESULT NOT = 'A'
                   DISPLAY 'ERROR: account ' WS-ACCOUNT
                       ' refused, reason ' ACC-RESULT
                   MOVE 16 TO RETURN-CODE
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
               END-IF
           END-IF.

       BUILD-SCHEDULE.
           COMPUTE WS-PERIOD-RATE ROUNDED =
               WS-ANNUAL-RATE / 100 / WS-PAYMENTS-PER-YEAR.
           IF WS-PERIOD-RATE = 0
               COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM
           ELSE
               MOVE 1 TO WS-GROWTH
               PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                       UNTIL WS-SCH-SUB > WS-TERM
                          OR WS-OVERFLOW-SWITCH = 'Y'
                   COMPUTE WS-GROWTH ROUNDED =
                       WS-GROWTH * (1 + WS-PERIOD-RATE)
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-COMPUTE
               END-PERFORM
               IF WS-OVERFLOW-SWITCH = 'N'
                   COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH - 1
                   COMPUTE WS-PAYMENT-FACTOR ROUNDED =
                       WS-PERIOD-RATE * WS-GROWTH / WS-GROWTH-LESS-ONE
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-COMPUTE
               END-IF
               IF WS-OVERFLOW-SWITCH = 'N'
                   COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                       WS-PRINCIPAL * WS-PAYMENT-FACTOR
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-OVERFLOW-SWITCH
                   END-COMPUTE
               END-IF
           END-IF.

           MOVE WS-PRINCIPAL TO WS-BALANCE.
           MOVE 0 TO WS-TOTAL-PAID.
           MOVE 0 TO WS-TOTAL-INTEREST.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-TERM
                      OR WS-OVERFLOW-SWITCH = 'Y'
               PERFORM BUILD-PAYMENT-LINE
           END-PERFORM.
      *> the total repaid goes on the audit record as the result,
      *> which carries no more than the S9(7)V99 image.
           IF WS-TOTAL-PAID > 9999999.99
               MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-IF.

      *> interest on the balance still owed, the rest of the level
      *> payment off principal. The final payment takes whatever
      *> principal is left, so the rounding of every earlier line
      *> lands there and the loan repays to the cent.
       BUILD-PAYMENT-LINE.
           COMPUTE WS-PERIOD-INTEREST ROUNDED =
               WS-BALANCE * WS-PERIOD-RATE
               ON SIZE ERROR
                   MOVE 'Y' TO WS-OVERFLOW-SWITCH
           END-COMPUTE.
           IF WS-SCH-SUB = WS-TERM
               MOVE WS-BALANCE TO WS-PERIOD-PRINCIPAL
           ELSE
               COMPUTE WS-PERIOD-PRINCIPAL =
                   WS-LEVEL-PAYMENT - WS-PERIOD-INTEREST
           END-IF.
           SUBTRACT WS-PERIOD-PRINCIPAL FROM WS-BALANCE.
           MOVE WS-PERIOD-INTEREST TO WS-SCH-INTEREST(WS-SCH-SUB).
           MOVE WS-PERIOD-PRINCIPAL TO WS-SCH-PRINCIPAL(WS-SCH-SUB).
           COMPUTE WS-SCH-PAYMENT(WS-SCH-SUB) =
               WS-PERIOD-INTEREST + WS-PERIOD-PRINCIPAL.
           MOVE WS-BALANCE TO WS-SCH-BALANCE(WS-SCH-SUB).
           ADD WS-SCH-PAYMENT(WS-SCH-SUB) TO WS-TOTAL-PAID.
           ADD WS-PERIOD-INTEREST TO WS-TOTAL-INTEREST.
           PERFORM COMPUTE-PAYMENT-DATE.

       COMPUTE-PAYMENT-DATE.
           COMPUTE WS-MONTH-OFFSET =
               (WS-FIRST-MONTH - 1)
               + (WS-SCH-SUB - 1) * WS-MONTHS-BETWEEN.
           COMPUTE WS-DUE-YEAR =
               WS-FIRST-YEAR + WS-MONTH-OFFSET / 12.
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD(WS-MONTH-OFFSET, 12) + 1.
      *> the last day of the due month is the day before the first
      *> of the following month.
           IF WS-DUE-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-DUE-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-DUE-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-DUE-MONTH + 1
           END-IF.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1)
               - 1).
           COMPUTE WS-MONTH-END-DAY = FUNCTION MOD(WS-DATE-NUM, 100).
           IF WS-FIRST-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-FIRST-DAY TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-DATE-NUM =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY.
           MOVE WS-DATE-NUM TO WS-NOMINAL-DATE.

      *> a payment cannot fall due when the bank is shut - roll it
      *> to the next business day on the HOLIDAYS calendar.
           MOVE 'V' TO BDY-FUNCTION.
           MOVE WS-NOMINAL-DATE TO BDY-DATE.
           CALL 'BusinessDay' USING BUSINESS-DAY-AREA.
           EVALUATE BDY-RESULT
               WHEN 'Y'
                   MOVE WS-NOMINAL-DATE TO WS-SCH-DATE(WS-SCH-SUB)
               WHEN 'N'
                   MOVE 'N' TO BDY-FUNCTION
                   CALL 'BusinessDay' USING BUSINESS-DAY-AREA
                   IF BDY-RESULT = 'Y'
                       MOVE BDY-NEXT-DATE TO WS-SCH-DATE(WS-SCH-SUB)
                   ELSE
                       DISPLAY 'ERROR: business calendar failure'
                       MOVE 16 TO RETURN-CODE
                       PERFORM SIGN-OFF-OPERATOR
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR: business calendar failure'
                   MOVE 16 TO RETURN-CODE
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
           END-EVALUATE.

      *> one audit record per schedule: principal and rate in, the
      *> total to be repaid as the result - the transaction ID it
      *> is given is the key back to every line on AMORTOUT. A
      *> schedule moves no money, so it is not put through the
      *> approval gate.
       WRITE-AUDIT-RECORD.
           MOVE 'AMORTIZE' TO AWR-OPERATION.
           MOVE WS-PRINCIPAL TO WS-PRINCIPAL-TEXT.
           MOVE WS-PRINCIPAL-TEXT TO AWR-NUM1.
           MOVE WS-ANNUAL-RATE TO WS-RATE-TEXT.
           MOVE WS-RATE-TEXT TO AWR-NUM2.
           MOVE WS-TOTAL-PAID TO WS-TOTAL-TEXT.
           MOVE WS-TOTAL-TEXT TO AWR-RESULT.
           MOVE WS-OPERATOR-ID TO AWR-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AWR-TERMINAL-ID.
           MOVE SPACES TO AWR-CURRENCY-CODE.
           MOVE SPACES TO AWR-ORIG-NUM1.
           MOVE SPACES TO AWR-ORIG-NUM2.
           MOVE SPACES TO AWR-RATE-APPLIED.
           MOVE SPACES TO AWR-RATE-CODE.
           MOVE WS-ACCOUNT TO AWR-ACCOUNT-ID.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE SPACES TO AWR-PPA-PERIOD.
           MOVE SPACES TO AWR-DAYCOUNT.
           MOVE SPACES TO AWR-INT-FROM.
           MOVE SPACES TO AWR-INT-TO.
           CALL 'CalcAuditWriter' USING AUDIT-WRITE-AREA.
           IF AWR-STATUS NOT = '00'
               DISPLAY 'ERROR: audit write failed, status '
                   AWR-STATUS ' - schedule not issued'
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

       PRINT-SCHEDULE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING 'AMORTIZATION SCHEDULE - RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   ID ' DELIMITED BY SIZE
                  AWR-TRANS-ID DELIMITED BY SIZE
                  '   ACCOUNT ' DELIMITED BY SIZE
                  WS-ACCOUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-PRINCIPAL TO WS-PRINCIPAL-EDIT.
           MOVE WS-ANNUAL-RATE TO WS-RATE-EDIT.
           MOVE WS-TERM TO WS-TERM-EDIT.
           STRING 'PRINCIPAL ' DELIMITED BY SIZE
                  WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                  '  RATE ' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  '%  TERM ' DELIMITED BY SIZE
                  WS-TERM-EDIT DELIMITED BY SIZE
                  '  FREQ ' DELIMITED BY SIZE
                  WS-FREQUENCY DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE '  NO  DUE DATE         PAYMENT        INTEREST'
               TO REPORT-RECORD.
           MOVE 'PRINCIPAL         BALANCE' TO REPORT-RECORD(55:26).
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-TERM
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-SCH-SUB TO WS-NUMBER-EDIT
               MOVE WS-SCH-PAYMENT(WS-SCH-SUB) TO WS-PAYMENT-EDIT
               MOVE WS-SCH-INTEREST(WS-SCH-SUB) TO WS-INTEREST-EDIT
               MOVE WS-SCH-PRINCIPAL(WS-SCH-SUB)
                   TO WS-PRINCIPAL-EDIT
               MOVE WS-SCH-BALANCE(WS-SCH-SUB) TO WS-BALANCE-EDIT
               STRING ' ' DELIMITED BY SIZE
                      WS-NUMBER-EDIT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-SCH-DATE(WS-SCH-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PAYMENT-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-INTEREST-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PRINCIPAL-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-BALANCE-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-TOTAL-PAID TO WS-TOTAL-EDIT.
           STRING 'TOTAL REPAID    ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-EDIT.
           STRING 'TOTAL INTEREST  ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

       WRITE-SCHEDULE-FILE.
           OPEN EXTEND SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS = '35'
               OPEN OUTPUT SCHEDULE-FILE
           END-IF.
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SCHEDULE-FILE, status '
                   WS-SCHEDULE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-TERM
               MOVE SPACES TO AMORTIZATION-RECORD
               MOVE AWR-TRANS-ID TO AMR-TRANS-ID
               MOVE WS-ACCOUNT TO AMR-ACCOUNT
               MOVE WS-SCH-SUB TO AMR-PAYMENT-NO
               MOVE WS-SCH-DATE(WS-SCH-SUB) TO AMR-PAYMENT-DATE
               MOVE WS-SCH-PAYMENT(WS-SCH-SUB) TO WS-AMOUNT-TEXT
               MOVE WS-AMOUNT-TEXT TO AMR-PAYMENT
               MOVE WS-SCH-INTEREST(WS-SCH-SUB) TO WS-AMOUNT-TEXT
               MOVE WS-AMOUNT-TEXT TO AMR-INTEREST
               MOVE WS-SCH-PRINCIPAL(WS-SCH-SUB) TO WS-AMOUNT-TEXT
               MOVE WS-AMOUNT-TEXT TO AMR-PRINCIPAL
               MOVE WS-SCH-BALANCE(WS-SCH-SUB) TO WS-AMOUNT-TEXT
               MOVE WS-AMOUNT-TEXT TO AMR-BALANCE
               WRITE AMORTIZATION-RECORD
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

      *> real sign-on: knowing an operator ID is no longer enough -
      *> the password is verified against OPERCRED and the attempt
      *> is logged to SIGNLOG before any work is allowed.
       SIGN-ON-OPERATOR.
           DISPLAY 'Enter password: '.
           ACCEPT WS-PASSWORD-ANSWER.
           MOVE 'I' TO SGN-FUNCTION.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID.
           MOVE WS-PASSWORD-ANSWER TO SGN-PASSWORD.
           MOVE SPACES TO SGN-NEW-PASSWORD.
           CALL 'OperatorSignon' USING SIGNON-AREA.
           IF SGN-RESULT = 'X'
               DISPLAY 'Password expired - enter a new password: '
               ACCEPT WS-NEWPASS-ANSWER
               MOVE WS-NEWPASS-ANSWER TO SGN-NEW-PASSWORD
               CALL 'OperatorSignon' USING SIGNON-AREA
           END-IF.
           IF SGN-RESULT NOT = 'A'
               DISPLAY 'Sign-on refused for ' WS-OPERATOR-ID
                   ', reason ' SGN-RESULT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       SIGN-OFF-OPERATOR.
           MOVE 'O' TO SGN-FUNCTION.
           CALL 'OperatorSignon' USING SIGNON-AREA.

       END PROGRAM AmortizeFunction.
