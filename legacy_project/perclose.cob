       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PERCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERIOD.

       FD  PENDING-FILE.
       COPY PENDAPPR.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  REJECT-FILE.
       COPY REJREC.

      *> the journal exactly as GLPosting cut it - the same view
      *> GLAckMatch takes, 'D' posting lines between the header
      *> and trailer of each day's run.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-RECORD-TYPE      PIC X.
           05  JR-POSTING-DATE     PIC X(8).
           05  JR-ACCOUNT          PIC X(8).
           05  JR-DC               PIC X(2).
           05  JR-AMOUNT           PIC X(14).
           05  JR-DESCRIPTION      PIC X(20).

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  ACK-POSTING-DATE    PIC X(8).
           05  ACK-ACCOUNT         PIC X(8).
           05  ACK-DC              PIC X(2).
           05  ACK-AMOUNT          PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERCHK.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-PERIOD-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-REJECT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ACK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).
       01  WS-CLOSE-PERIOD         PIC X(6).
       01  WS-CURRENT-PERIOD       PIC X(6).
      *> the month before the one being closed.
       01  WS-PREV-PERIOD.
           05  WS-PREV-YEAR        PIC 9(4).
           05  WS-PREV-MONTH       PIC 9(2).
       01  WS-PREV-CLOSED          PIC X VALUE 'N'.
       01  WS-TODAY                PIC X(8).

      *> every row of the period file, held so the file can be
      *> written back whole with the closed month marked.
       01  WS-PERIOD-TABLE.
           05  WS-PRD-ENTRY OCCURS 600 TIMES PIC X(23).
       01  WS-PRD-USED             PIC 9(3) VALUE 0.
       01  WS-PRD-SUB              PIC 9(3) VALUE 0.
       01  WS-PRD-FOUND            PIC 9(3) VALUE 0.

      *> acknowledgments for every posting date in the month, each
      *> consumed by at most one journal line as GLAckMatch does.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 5000 TIMES.
               10  WS-ACK-DATE     PIC X(8).
               10  WS-ACK-ACCOUNT  PIC X(8).
               10  WS-ACK-DC       PIC X(2).
               10  WS-ACK-AMOUNT   PIC S9(11)V99.
               10  WS-ACK-MATCHED  PIC X.
       01  WS-ACK-USED             PIC 9(4) VALUE 0.
       01  WS-ACK-SUB              PIC 9(4) VALUE 0.
       01  WS-ACK-FOUND            PIC X VALUE 'N'.
       01  WS-JRNL-AMOUNT          PIC S9(11)V99 VALUE 0.

       01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-COUNT       PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-JRNL-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNACKED-COUNT        PIC 9(7) VALUE 0.
       01  WS-AUDIT-CLEAN          PIC X VALUE 'N'.
       01  WS-BLOCK-COUNT          PIC 9(7) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT          PIC $$,$$$,$$$,$$9.99-.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM CHECK-OPERATOR-AUTHORITY.

           DISPLAY 'Enter period to close (CCYYMM): '.
           ACCEPT WS-CLOSE-PERIOD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD.

      *> a month still running cannot be closed - work is posting
      *> into it today, and PeriodCheck relies on today's month
      *> always being open.
           IF WS-CLOSE-PERIOD NOT NUMERIC
              OR WS-CLOSE-PERIOD(5:2) < '01'
              OR WS-CLOSE-PERIOD(5:2) > '12'
               DISPLAY 'ERROR: period must be CCYYMM'
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY 'PERIOD CLOSE: ' WS-CLOSE-PERIOD
                   ' has not ended - not closed'
               PERFORM SIGN-OFF-OPERATOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PERIOD-TABLE.
           IF WS-PRD-FOUND > 0
               MOVE WS-PRD-ENTRY(WS-PRD-FOUND) TO PERIOD-RECORD
               IF PRD-STATUS = 'C'
                   DISPLAY 'PERIOD CLOSE: ' WS-CLOSE-PERIOD
                       ' already closed ' PRD-CLOSED-DATE
                       ' by ' PRD-CLOSED-BY
                   PERFORM SIGN-OFF-OPERATOR
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *> months close in order - RetentionPurge and the RATETAB
      *> anchor take every month up to the last closed one as
      *> closed. Once the first month is on PERIODS, a month can
      *> only be closed after the one before it.
           IF WS-PRD-USED > 0
               PERFORM CHECK-PREVIOUS-PERIOD
               IF WS-PREV-CLOSED = 'N'
                   DISPLAY 'PERIOD CLOSE: ' WS-CLOSE-PERIOD
                       ' not closed - ' WS-PREV-PERIOD
                       ' is still open'
                   PERFORM SIGN-OFF-OPERATOR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM OPEN-CLOSE-REPORT.
           PERFORM COUNT-OPEN-PENDING.
           PERFORM COUNT-OPEN-SUSPENSE.
           PERFORM COUNT-OPEN-REJECTS.
           PERFORM LOAD-ACKNOWLEDGMENTS.
           PERFORM MATCH-JOURNAL-LINES.
           PERFORM CHECK-AUDIT-LOG.
           PERFORM PRINT-SUMMARY.

           COMPUTE WS-BLOCK-COUNT = WS-PENDING-COUNT
               + WS-SUSPENSE-COUNT + WS-REJECT-COUNT
               + WS-UNACKED-COUNT.
           IF WS-BLOCK-COUNT > 0 OR WS-AUDIT-CLEAN = 'N'
               MOVE 'PERIOD NOT CLOSED' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY 'PERIOD CLOSE: ' WS-CLOSE-PERIOD
                   ' not closed - ' WS-BLOCK-COUNT
                   ' open item(s), see PERCLRPT'
               PERFORM SIGN-OFF-OPERATOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-PERIOD-FILE.
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  ' CLOSED BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY 'PERIOD CLOSE: ' WS-CLOSE-PERIOD ' closed by '
               WS-OPERATOR-ID.

           PERFORM SIGN-OFF-OPERATOR.

           GOBACK.

      *> closing the books is supervisor work - it takes the same
      *> APPROVE authority that releases over-threshold work.
       CHECK-OPERATOR-AUTHORITY.
           MOVE WS-OPERATOR-ID TO OPC-OPERATOR-ID.
           MOVE 'APPROVE' TO OPC-OPERATION.
           MOVE 0 TO OPC-AMOUNT.
           CALL 'OperatorCheck' USING OPERATOR-CHECK-AREA.
           IF OPC-RESULT NOT = 'A'
               DISPLAY 'Operator ' WS-OPERATOR-ID
                   ' may not close a period, reason ' OPC-RESULT
               PERFORM SIGN-OFF-OPERATOR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-PERIOD-TABLE.
           MOVE 0 TO WS-PRD-USED.
           MOVE 0 TO WS-PRD-FOUND.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = '35'
      *> first close on this system - there is no period file yet,
      *> and WRITE-PERIOD-FILE creates it.
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PERIOD-FILE, status '
                   WS-PERIOD-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-PRD-USED >= 600
                           DISPLAY 'ERROR: more than 600 periods'
                           PERFORM SIGN-OFF-OPERATOR
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PRD-USED
                       MOVE PERIOD-RECORD TO WS-PRD-ENTRY(WS-PRD-USED)
                       IF PRD-PERIOD = WS-CLOSE-PERIOD
                           MOVE WS-PRD-USED TO WS-PRD-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

       CHECK-PREVIOUS-PERIOD.
           MOVE WS-CLOSE-PERIOD(1:4) TO WS-PREV-YEAR.
           MOVE WS-CLOSE-PERIOD(5:2) TO WS-PREV-MONTH.
           IF WS-PREV-MONTH = 1
               SUBTRACT 1 FROM WS-PREV-YEAR
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
           END-IF.
           MOVE 'N' TO WS-PREV-CLOSED.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
                      OR WS-PREV-CLOSED = 'Y'
               MOVE WS-PRD-ENTRY(WS-PRD-SUB) TO PERIOD-RECORD
               IF PRD-PERIOD = WS-PREV-PERIOD AND PRD-STATUS = 'C'
                   MOVE 'Y' TO WS-PREV-CLOSED
               END-IF
           END-PERFORM.

      *> the period file is small and read whole by PeriodCheck on
      *> every call, so it is written back whole - the closed month
      *> updated in place, or added when it never had a row.
       WRITE-PERIOD-FILE.
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD.
           MOVE 'C' TO PRD-STATUS.
           MOVE WS-TODAY TO PRD-CLOSED-DATE.
           MOVE WS-OPERATOR-ID TO PRD-CLOSED-BY.
           IF WS-PRD-FOUND > 0
               MOVE PERIOD-RECORD TO WS-PRD-ENTRY(WS-PRD-FOUND)
           ELSE
               IF WS-PRD-USED >= 600
                   DISPLAY 'ERROR: more than 600 periods'
                   PERFORM SIGN-OFF-OPERATOR
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PRD-USED
               MOVE PERIOD-RECORD TO WS-PRD-ENTRY(WS-PRD-USED)
           END-IF.
           OPEN OUTPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PERIOD-FILE, status '
                   WS-PERIOD-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
               MOVE WS-PRD-ENTRY(WS-PRD-SUB) TO PERIOD-RECORD
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

       OPEN-CLOSE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.

      *> a queue item's month is the month it was requested in.
       COUNT-OPEN-PENDING.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS = '35'
      *> no approval queue on this system - nothing is pending.
               EXIT PARAGRAPH
           END-IF.
           IF WS-PENDING-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PENDING-FILE, status '
                   WS-PENDING-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PND-STATUS = 'P'
                          AND PND-REQUEST-TIME(1:6) = WS-CLOSE-PERIOD
                           ADD 1 TO WS-PENDING-COUNT
                           STRING 'PENDING APPROVAL  ' DELIMITED BY SIZE
                                  PND-REQUEST-TIME(1:8)
                                      DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  PND-OPERATION DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  PND-OPERATOR-ID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  PND-RESULT DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

       COUNT-OPEN-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = '35'
      *> no suspense file on this system - nothing is parked.
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SUSPENSE-FILE, status '
                   WS-SUSPENSE-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SUS-STATUS = 'O'
                          AND SUS-DATE(1:6) = WS-CLOSE-PERIOD
                           ADD 1 TO WS-SUSPENSE-COUNT
                           STRING 'OPEN SUSPENSE     ' DELIMITED BY SIZE
                                  SUS-DATE DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  SUS-SYSTEM DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  SUS-REFERENCE DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  SUS-OPERATION DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

      *> a reject written before rejects carried their business
      *> date could belong to any month, so an open one holds up
      *> every close until it is corrected.
       COUNT-OPEN-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS = '35'
      *> no reject file on this system - nothing is waiting.
               EXIT PARAGRAPH
           END-IF.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REJECT-FILE, status '
                   WS-REJECT-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF REJ-STATUS = 'O'
                          AND (REJ-BUSINESS-DATE(1:6) = WS-CLOSE-PERIOD
                           OR REJ-BUSINESS-DATE = SPACES)
                           PERFORM REPORT-OPEN-REJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

       REPORT-OPEN-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           IF REJ-BUSINESS-DATE = SPACES
               STRING 'OPEN REJECT       UNDATED  ' DELIMITED BY SIZE
                      REJ-OPERATION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REJ-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING 'OPEN REJECT       ' DELIMITED BY SIZE
                      REJ-BUSINESS-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REJ-OPERATION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REJ-REASON DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *> GLAckMatch pairs a single posting date each morning; the
      *> close repeats the same one-for-one pairing across every
      *> posting date in the month, so a line that was never
      *> acknowledged on its own morning still holds the close.
       LOAD-ACKNOWLEDGMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS = '35'
      *> no acknowledgment file at all - every journal line for
      *> the month will report unacknowledged.
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ACK-FILE, status '
                   WS-ACK-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ACK-POSTING-DATE(1:6) = WS-CLOSE-PERIOD
                           PERFORM STORE-ACKNOWLEDGMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.

       STORE-ACKNOWLEDGMENT.
           IF WS-ACK-USED >= 5000
               DISPLAY 'ERROR: more than 5000 '
                   'acknowledgments for the period'
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ACK-USED.
           MOVE ACK-POSTING-DATE TO WS-ACK-DATE(WS-ACK-USED).
           MOVE ACK-ACCOUNT TO WS-ACK-ACCOUNT(WS-ACK-USED).
           MOVE ACK-DC TO WS-ACK-DC(WS-ACK-USED).
           COMPUTE WS-ACK-AMOUNT(WS-ACK-USED) =
               FUNCTION NUMVAL(ACK-AMOUNT).
           MOVE 'N' TO WS-ACK-MATCHED(WS-ACK-USED).

       MATCH-JOURNAL-LINES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
      *> nothing has ever been posted to the ledger.
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open JOURNAL-FILE, status '
                   WS-JOURNAL-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JR-RECORD-TYPE = 'D'
                          AND JR-POSTING-DATE(1:6) = WS-CLOSE-PERIOD
                           PERFORM MATCH-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       MATCH-ONE-LINE.
           ADD 1 TO WS-JRNL-COUNT.
           COMPUTE WS-JRNL-AMOUNT = FUNCTION NUMVAL(JR-AMOUNT).
           MOVE 'N' TO WS-ACK-FOUND.
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-USED
                      OR WS-ACK-FOUND = 'Y'
               IF WS-ACK-MATCHED(WS-ACK-SUB) = 'N'
                  AND WS-ACK-DATE(WS-ACK-SUB) = JR-POSTING-DATE
                  AND WS-ACK-ACCOUNT(WS-ACK-SUB) = JR-ACCOUNT
                  AND WS-ACK-DC(WS-ACK-SUB) = JR-DC
                  AND WS-ACK-AMOUNT(WS-ACK-SUB) = WS-JRNL-AMOUNT
                   MOVE 'Y' TO WS-ACK-FOUND
                   SUBTRACT 1 FROM WS-ACK-SUB
               END-IF
           END-PERFORM.
           IF WS-ACK-FOUND = 'Y'
               MOVE 'Y' TO WS-ACK-MATCHED(WS-ACK-SUB)
           ELSE
               ADD 1 TO WS-UNACKED-COUNT
               MOVE WS-JRNL-AMOUNT TO WS-AMOUNT-EDIT
               STRING 'UNACKNOWLEDGED    ' DELIMITED BY SIZE
                      JR-POSTING-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      JR-ACCOUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      JR-DC DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> AuditVerify is run as MorningStatus runs it - called as a
      *> main program and judged only by the return code it sets.
       CHECK-AUDIT-LOG.
           MOVE 0 TO RETURN-CODE.
           CALL 'AuditVerify'.
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-AUDIT-CLEAN
           ELSE
               MOVE 'N' TO WS-AUDIT-CLEAN
               MOVE 0 TO RETURN-CODE
               MOVE 'AUDIT LOG FAILS VERIFICATION' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
           STRING 'PENDING APPROVALS OPEN ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT.
           STRING 'SUSPENSE ITEMS OPEN    ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
           STRING 'REJECTS OPEN           ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-JRNL-COUNT TO WS-COUNT-EDIT.
           STRING 'JOURNAL LINES          ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNACKED-COUNT TO WS-COUNT-EDIT.
           STRING 'UNACKNOWLEDGED         ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-AUDIT-CLEAN = 'Y'
               MOVE 'AUDIT LOG: INTACT' TO REPORT-RECORD
           ELSE
               MOVE 'AUDIT LOG: *** DAMAGED ***' TO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
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
           STRING 'PERIOD CLOSE ' DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  ' - ITEMS HOLDING THE CLOSE' DELIMITED BY SIZE
                  '                   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

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

      *> the sign-off CALL leaves RETURN-CODE as OperatorSignon set
      *> it, so every exit signs off first and sets its code after.
       SIGN-OFF-OPERATOR.
           MOVE 'O' TO SGN-FUNCTION.
           CALL 'OperatorSignon' USING SIGNON-AREA.

       END PROGRAM PeriodClose.
