       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetLoad.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "BUDGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

      *> both masters are read front to back once - a department
      *> is real when some operator works in it or some account
      *> belongs to it.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-ACCTMST-FILE-STATUS.

           SELECT PRICE-FILE ASSIGN TO "PRICETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-RECORD            PIC X(36).

       FD  BUDGET-FILE.
       COPY BUDGREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  ACCTMST-FILE.
       COPY ACCTREC.

       FD  PRICE-FILE.
       COPY PRICEREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MNTLOGA.
       01  WS-INPUT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-BUDGET-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ACCTMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-PRICE-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
       01  WS-LOG-FAILED           PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-RUN-DATE             PIC X(8).

      *> the incoming row, validated before it touches the table.
       01  WS-INPUT-ROW.
           05  WS-IN-DEPARTMENT    PIC X(8).
           05  WS-IN-PERIOD        PIC X(6).
           05  WS-IN-PERIOD-R REDEFINES WS-IN-PERIOD.
               10  WS-IN-YEAR      PIC X(4).
               10  WS-IN-MONTH     PIC X(2).
           05  WS-IN-OPERATION     PIC X(10).
           05  WS-IN-AMOUNT        PIC X(12).
       01  WS-IN-VALUE             PIC S9(9)V99 VALUE 0.
       01  WS-AMOUNT-TEXT          PIC -(8)9.99.
       01  WS-REJECT-REASON        PIC X(32).
       01  WS-ACTION-TEXT          PIC X(38).

      *> every department named on either master.
       01  WS-DEPT-TABLE.
           05  WS-DPT-ID OCCURS 500 TIMES PIC X(8).
       01  WS-DPT-USED             PIC 9(3) VALUE 0.
       01  WS-DPT-SUB              PIC 9(3) VALUE 0.
       01  WS-FIND-DEPT            PIC X(8).

       01  WS-PRICE-TABLE.
           05  WS-PRC-OPERATION OCCURS 20 TIMES PIC X(10).
       01  WS-PRC-USED             PIC 99 VALUE 0.
       01  WS-PRC-SUB              PIC 99 VALUE 0.

      *> the whole budget table, held in department / month /
      *> operation order and written back complete at the end.
       01  WS-BUDGET-TABLE.
           05  WS-BGT-ENTRY OCCURS 5000 TIMES.
               10  WS-BGT-KEY.
                   15  WS-BGT-DEPARTMENT PIC X(8).
                   15  WS-BGT-PERIOD   PIC X(6).
                   15  WS-BGT-OPERATION PIC X(10).
               10  WS-BGT-AMOUNT   PIC X(12).
       01  WS-BGT-USED             PIC 9(4) VALUE 0.
       01  WS-BGT-SUB              PIC 9(4) VALUE 0.
       01  WS-SHIFT-SUB            PIC 9(4) VALUE 0.
       01  WS-FIND-KEY             PIC X(24).
       01  WS-BEFORE-ROW           PIC X(36).

       01  WS-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SAME-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(5) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC ZZ,ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

      *> batch SYSIN answer: the finance analyst the loaded rows are
      *> credited to on the change history.
           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM LOAD-OPERATOR-DEPARTMENTS.
           PERFORM LOAD-ACCOUNT-DEPARTMENTS.
           PERFORM LOAD-PRICE-OPERATIONS.
           PERFORM LOAD-BUDGET-TABLE.

           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open INPUT-FILE, status '
                   WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               CLOSE INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE 'DEPT     PERIOD OPERATION        AMOUNT  ACTION'
               TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE INPUT-RECORD TO WS-INPUT-ROW
                       PERFORM PROCESS-INPUT-ROW
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.

           PERFORM WRITE-BUDGET-TABLE.
           PERFORM PRINT-LOAD-TOTALS.
           CLOSE REPORT-FILE.

           DISPLAY 'BUDGET LOAD: ' WS-READ-COUNT ' row(s) read, '
               WS-ADDED-COUNT ' added, ' WS-CHANGED-COUNT
               ' changed, ' WS-REJECT-COUNT ' rejected.'.

      *> a rejected row is finance's to correct and resubmit - the
      *> rest of the file still loads.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LOG-FAILED = 'Y'
               DISPLAY 'WARNING: budget loaded - NOT all changes '
                   'written to MAINTLOG'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-OPERATOR-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OPERMST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE OPR-DEPARTMENT TO WS-FIND-DEPT
                       PERFORM NOTE-DEPARTMENT
               END-READ
           END-PERFORM.
           CLOSE OPERMST-FILE.

       LOAD-ACCOUNT-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ACCTMST-FILE.
           IF WS-ACCTMST-FILE-STATUS = '35'
      *> no account master yet - operators' departments only.
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACCTMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ACCTMST-FILE, status '
                   WS-ACCTMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ACCTMST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ACM-DEPARTMENT TO WS-FIND-DEPT
                       PERFORM NOTE-DEPARTMENT
               END-READ
           END-PERFORM.
           CLOSE ACCTMST-FILE.

       NOTE-DEPARTMENT.
           IF WS-FIND-DEPT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DEPARTMENT.
           IF WS-FOUND-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-DPT-USED >= 500
      *> a department dropped from the list would reject its
      *> whole budget - fail loudly instead.
               DISPLAY 'ERROR: more than 500 departments on the '
                   'masters'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-DPT-USED.
           MOVE WS-FIND-DEPT TO WS-DPT-ID(WS-DPT-USED).

       FIND-DEPARTMENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
                   UNTIL WS-DPT-SUB > WS-DPT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-DPT-ID(WS-DPT-SUB) = WS-FIND-DEPT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-DPT-SUB
               END-IF
           END-PERFORM.

       LOAD-PRICE-OPERATIONS.
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
               END-READ
           END-PERFORM.
           CLOSE PRICE-FILE.

       LOAD-BUDGET-TABLE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS = '35'
      *> first load on a fresh system - the table starts empty.
               EXIT PARAGRAPH
           END-IF.
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
                       MOVE BUDGET-RECORD(1:24) TO WS-FIND-KEY
                       PERFORM FIND-BUDGET-ENTRY
                       IF WS-FOUND-SWITCH = 'N'
                           PERFORM INSERT-BUDGET-ENTRY
                       END-IF
                       MOVE BDG-AMOUNT TO WS-BGT-AMOUNT(WS-BGT-SUB)
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.

       PROCESS-INPUT-ROW.
           PERFORM VALIDATE-INPUT-ROW.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               PERFORM PRINT-INPUT-LINE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-IN-VALUE = FUNCTION NUMVAL(WS-IN-AMOUNT).
           MOVE WS-IN-VALUE TO WS-AMOUNT-TEXT.
           MOVE WS-INPUT-ROW(1:24) TO WS-FIND-KEY.
           PERFORM FIND-BUDGET-ENTRY.
           IF WS-FOUND-SWITCH = 'N'
               PERFORM INSERT-BUDGET-ENTRY
               MOVE SPACES TO WS-BEFORE-ROW
               MOVE 'A' TO MLA-ACTION
               ADD 1 TO WS-ADDED-COUNT
               MOVE 'ADDED' TO WS-ACTION-TEXT
           ELSE
               IF WS-BGT-AMOUNT(WS-BGT-SUB) = WS-AMOUNT-TEXT
                   ADD 1 TO WS-SAME-COUNT
                   MOVE 'UNCHANGED' TO WS-ACTION-TEXT
                   PERFORM PRINT-INPUT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BGT-ENTRY(WS-BGT-SUB) TO WS-BEFORE-ROW
               MOVE 'C' TO MLA-ACTION
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'CHANGED' TO WS-ACTION-TEXT
           END-IF.
           MOVE WS-AMOUNT-TEXT TO WS-BGT-AMOUNT(WS-BGT-SUB).
           PERFORM LOG-BUDGET-CHANGE.
           PERFORM PRINT-INPUT-LINE.

       VALIDATE-INPUT-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE WS-IN-DEPARTMENT TO WS-FIND-DEPT.
           PERFORM FIND-DEPARTMENT.
           IF WS-IN-DEPARTMENT = SPACES OR WS-FOUND-SWITCH = 'N'
               MOVE 'DEPT NOT ON OPERMST/ACCTMST'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-PERIOD NOT NUMERIC
              OR WS-IN-MONTH < '01' OR WS-IN-MONTH > '12'
               MOVE 'PERIOD NOT CCYYMM' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
      *> SHARED is the allocated-charge budget; anything else must
      *> be an operation ChargebackInvoice can price.
           IF WS-IN-OPERATION NOT = 'SHARED'
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                       UNTIL WS-PRC-SUB > WS-PRC-USED
                          OR WS-FOUND-SWITCH = 'Y'
                   IF WS-PRC-OPERATION(WS-PRC-SUB) = WS-IN-OPERATION
                       MOVE 'Y' TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF WS-FOUND-SWITCH = 'N'
                   MOVE 'OPERATION NOT ON PRICETAB'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT) NOT = 0
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-IN-AMOUNT) < 0
              OR FUNCTION NUMVAL(WS-IN-AMOUNT) > 99999999.99
               MOVE 'AMOUNT OUT OF RANGE' TO WS-REJECT-REASON
           END-IF.

      *> the table is kept in key order: a new row is slotted in
      *> ahead of the first one above it.
       FIND-BUDGET-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-BGT-SUB FROM 1 BY 1
                   UNTIL WS-BGT-SUB > WS-BGT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-BGT-KEY(WS-BGT-SUB) >= WS-FIND-KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-BGT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'Y'
              AND WS-BGT-KEY(WS-BGT-SUB) NOT = WS-FIND-KEY
               MOVE 'N' TO WS-FOUND-SWITCH
           END-IF.

       INSERT-BUDGET-ENTRY.
           IF WS-BGT-USED >= 5000
               DISPLAY 'ERROR: more than 5000 budget rows'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-BGT-USED BY -1
                   UNTIL WS-SHIFT-SUB < WS-BGT-SUB
               MOVE WS-BGT-ENTRY(WS-SHIFT-SUB)
                   TO WS-BGT-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-BGT-USED.
           MOVE WS-FIND-KEY TO WS-BGT-KEY(WS-BGT-SUB).
           MOVE SPACES TO WS-BGT-AMOUNT(WS-BGT-SUB).

      *> a budget row is a reference-table change like any other -
      *> it goes on the change history under the analyst.
       LOG-BUDGET-CHANGE.
           MOVE 'BUDGET' TO MLA-TABLE.
           MOVE WS-BGT-KEY(WS-BGT-SUB) TO MLA-KEY.
           MOVE WS-OPERATOR-ID TO MLA-OPERATOR-ID.
           MOVE SPACES TO MLA-TERMINAL-ID.
           MOVE 'BudgetLoad' TO MLA-PROGRAM.
           MOVE WS-BEFORE-ROW TO MLA-BEFORE.
           MOVE WS-BGT-ENTRY(WS-BGT-SUB) TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-FAILED
           END-IF.

       WRITE-BUDGET-TABLE.
           OPEN OUTPUT BUDGET-FILE.
           IF WS-BUDGET-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open BUDGET-FILE, status '
                   WS-BUDGET-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-BGT-SUB FROM 1 BY 1
                   UNTIL WS-BGT-SUB > WS-BGT-USED
               WRITE BUDGET-RECORD FROM WS-BGT-ENTRY(WS-BGT-SUB)
           END-PERFORM.
           CLOSE BUDGET-FILE.

       PRINT-INPUT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-IN-DEPARTMENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IN-PERIOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IN-OPERATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IN-AMOUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LOAD-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS READ         ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS ADDED        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS CHANGED      ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SAME-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS UNCHANGED    ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS REJECTED     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-BGT-USED TO WS-COUNT-EDIT.
           STRING 'ROWS ON BUDGET    ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

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
           STRING 'DEPARTMENT BUDGET LOAD   RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM BudgetLoad.
