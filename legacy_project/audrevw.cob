       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditReview.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO "AUDSAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.

           SELECT NEWSMP-FILE ASSIGN TO "AUDSAMPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSMP-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       COPY AUDSAMP.

      *> the updated sample is written alongside the input and
      *> swapped in by the job that runs this program, the same way
      *> APPRFIX promotes the NEW approval queue.
       FD  NEWSMP-FILE.
       01  NEWSMP-RECORD           PIC X(165).

       FD  XREF-FILE.
       COPY XREFREC.

       WORKING-STORAGE SECTION.
       COPY OPERCHK.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-SAMPLE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-NEWSMP-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-STOP-SWITCH          PIC X VALUE 'N'.
       01  WS-DECIDED-SWITCH       PIC X VALUE 'N'.

       01  WS-CRT-STATUS           PIC 9(4).
       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.

       01  WS-REVIEWER-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).

       01  WS-REVIEW-ACTION        PIC X VALUE SPACE.
       01  WS-REVIEW-COMMENT       PIC X(60) VALUE SPACES.
       01  WS-REVIEW-MESSAGE       PIC X(50) VALUE SPACES.
       01  WS-REASON-TEXT          PIC X(24) VALUE SPACES.
       01  WS-REVERSED-TEXT        PIC X(30) VALUE SPACES.
       01  WS-REVERSED-BY-EDIT     PIC 9(9).

       01  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-PASSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(5) VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01  SCR-SAMPLE-REVIEW.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'AuditReview - Sampled'.
           05  LINE 1 COL 23 VALUE 'Transaction'.
           05  LINE 2 COL 1  VALUE 'Sampled as:    '.
           05  LINE 2 COL 20 PIC X(24) FROM WS-REASON-TEXT.
           05  LINE 2 COL 46 VALUE 'Band: '.
           05  LINE 2 COL 52 PIC 9 FROM SMP-BAND.
           05  LINE 3 COL 1  VALUE 'Transaction ID: '.
           05  LINE 3 COL 20 PIC 9(9) FROM SMP-TRANS-ID.
           05  LINE 4 COL 1  VALUE 'Timestamp:     '.
           05  LINE 4 COL 20 PIC X(26) FROM XRF-TIMESTAMP.
           05  LINE 5 COL 1  VALUE 'Operation:     '.
           05  LINE 5 COL 20 PIC X(10) FROM XRF-OPERATION.
           05  LINE 6 COL 1  VALUE 'Operator:      '.
           05  LINE 6 COL 20 PIC X(8) FROM XRF-OPERATOR-ID.
           05  LINE 6 COL 30 VALUE 'Terminal: '.
           05  LINE 6 COL 40 PIC X(8) FROM XRF-TERMINAL-ID.
           05  LINE 7 COL 1  VALUE 'Operands:      '.
           05  LINE 7 COL 20 PIC X(12) FROM XRF-NUM1.
           05  LINE 7 COL 34 PIC X(12) FROM XRF-NUM2.
           05  LINE 8 COL 1  VALUE 'Result:        '.
           05  LINE 8 COL 20 PIC X(12) FROM XRF-RESULT.
           05  LINE 9 COL 1  VALUE 'Currency:      '.
           05  LINE 9 COL 20 PIC X(3) FROM XRF-CURRENCY-CODE.
           05  LINE 9 COL 30 VALUE 'Rate: '.
           05  LINE 9 COL 37 PIC X(10) FROM XRF-RATE-APPLIED.
           05  LINE 10 COL 1 VALUE 'Orig amounts:  '.
           05  LINE 10 COL 20 PIC X(12) FROM XRF-ORIG-NUM1.
           05  LINE 10 COL 34 PIC X(12) FROM XRF-ORIG-NUM2.
           05  LINE 11 COL 1 VALUE 'Rate code:     '.
           05  LINE 11 COL 20 PIC X(8) FROM XRF-RATE-CODE.
           05  LINE 12 COL 1 VALUE 'Account:       '.
           05  LINE 12 COL 20 PIC X(8) FROM XRF-ACCOUNT-ID.
           05  LINE 12 COL 30 VALUE 'Approved by: '.
           05  LINE 12 COL 44 PIC X(8) FROM XRF-APPROVED-BY.
           05  LINE 13 COL 1 VALUE 'Reversal:      '.
           05  LINE 13 COL 20 PIC X(30) FROM WS-REVERSED-TEXT.
           05  LINE 15 COL 1 VALUE
               'P = pass  F = fail  S = skip: '.
           05  LINE 15 COL 32 PIC X USING WS-REVIEW-ACTION.
           05  LINE 16 COL 1 VALUE 'Comment: '.
           05  LINE 16 COL 10 PIC X(60) USING WS-REVIEW-COMMENT.
           05  LINE 18 COL 1 VALUE 'PF3 = stop (leave rest open)'.
           05  LINE 20 COL 1 PIC X(50) FROM WS-REVIEW-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter reviewer ID: '.
           ACCEPT WS-REVIEWER-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM CHECK-REVIEWER.

           OPEN INPUT SAMPLE-FILE.
           IF WS-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SAMPLE-FILE, status '
                   WS-SAMPLE-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NEWSMP-FILE.
           IF WS-NEWSMP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open NEWSMP-FILE, status '
                   WS-NEWSMP-FILE-STATUS
               CLOSE SAMPLE-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open XREF-FILE, status '
                   WS-XREF-FILE-STATUS
               CLOSE SAMPLE-FILE
               CLOSE NEWSMP-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SAMPLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REVIEW-SAMPLE-ROW
               END-READ
           END-PERFORM.

           CLOSE SAMPLE-FILE.
           CLOSE NEWSMP-FILE.
           CLOSE XREF-FILE.

           DISPLAY 'AUDIT REVIEW: ' WS-OPEN-COUNT
               ' open item(s) seen, ' WS-PASSED-COUNT ' passed, '
               WS-FAILED-COUNT ' failed, ' WS-LEFT-COUNT
               ' left open.'.

           PERFORM SIGN-OFF-OPERATOR.

           IF WS-CONFLICT-COUNT > 0
      *> those items still need a reviewer who had no hand in them.
               DISPLAY 'AUDIT REVIEW: ' WS-CONFLICT-COUNT
                   ' item(s) were your own work or approval - '
                   'left open for another reviewer.'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> auditors are set up on OPERMST like anyone else but carry
      *> no calculation authority - what they need is the explicit
      *> audit-review flag, so an ordinary active operator cannot
      *> sign samples off. Independence is checked per item.
       CHECK-REVIEWER.
           MOVE WS-REVIEWER-ID TO OPC-OPERATOR-ID.
           MOVE 'AUDREVIEW' TO OPC-OPERATION.
           MOVE 0 TO OPC-AMOUNT.
           CALL 'OperatorCheck' USING OPERATOR-CHECK-AREA.
           IF OPC-RESULT NOT = 'A'
               DISPLAY 'Operator ' WS-REVIEWER-ID
                   ' may not review the sample, reason ' OPC-RESULT
               PERFORM SIGN-OFF-OPERATOR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       REVIEW-SAMPLE-ROW.
           IF SMP-RECORD-TYPE = 'D' AND SMP-STATUS = 'O'
               IF WS-STOP-SWITCH = 'N'
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM REVIEW-ONE-ITEM
               ELSE
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           END-IF.
           WRITE NEWSMP-RECORD FROM SAMPLE-RECORD.

      *> one keyed read pulls the full facts - the same AUDXREF row
      *> the TransLookup dispute screen shows.
       REVIEW-ONE-ITEM.
           MOVE SPACES TO WS-REVIEW-MESSAGE.
           MOVE SMP-TRANS-ID TO XRF-TRANS-ID.
           READ XREF-FILE
               INVALID KEY
                   MOVE SPACES TO XREF-RECORD
                   MOVE SMP-TRANS-ID TO XRF-TRANS-ID
                   MOVE 'Transaction not on AUDXREF'
                       TO WS-REVIEW-MESSAGE
           END-READ.

      *> nobody signs off their own work, nor work they released.
           IF SMP-OPERATOR-ID = WS-REVIEWER-ID
              OR XRF-OPERATOR-ID = WS-REVIEWER-ID
              OR XRF-APPROVED-BY = WS-REVIEWER-ID
               ADD 1 TO WS-CONFLICT-COUNT
               ADD 1 TO WS-LEFT-COUNT
               EXIT PARAGRAPH
           END-IF.

           EVALUATE SMP-REASON
               WHEN 'T'
                   MOVE 'OVER APPROVAL THRESHOLD' TO WS-REASON-TEXT
               WHEN 'V'
                   MOVE 'REVERSAL' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'RANDOM DRAW' TO WS-REASON-TEXT
           END-EVALUATE.
           PERFORM SET-REVERSAL-TEXT.

           MOVE SPACE TO WS-REVIEW-ACTION.
           MOVE SPACES TO WS-REVIEW-COMMENT.
           MOVE 'N' TO WS-DECIDED-SWITCH.
           PERFORM UNTIL WS-DECIDED-SWITCH = 'Y'
               DISPLAY SCR-SAMPLE-REVIEW
               ACCEPT SCR-SAMPLE-REVIEW
               PERFORM TAKE-REVIEW-ACTION
           END-PERFORM.

       TAKE-REVIEW-ACTION.
           MOVE 'Y' TO WS-DECIDED-SWITCH.
           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'Y' TO WS-STOP-SWITCH
               ADD 1 TO WS-LEFT-COUNT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-REVIEW-ACTION
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO SMP-STATUS
                   PERFORM STAMP-REVIEW
                   ADD 1 TO WS-PASSED-COUNT
               WHEN 'F'
               WHEN 'f'
      *> a failure is an audit finding - it has to say why.
                   IF WS-REVIEW-COMMENT = SPACES
                       MOVE 'A failed item needs a comment'
                           TO WS-REVIEW-MESSAGE
                       MOVE 'N' TO WS-DECIDED-SWITCH
                   ELSE
                       MOVE 'F' TO SMP-STATUS
                       PERFORM STAMP-REVIEW
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               WHEN 'S'
               WHEN 's'
                   ADD 1 TO WS-LEFT-COUNT
               WHEN OTHER
                   MOVE 'Enter P, F or S' TO WS-REVIEW-MESSAGE
                   MOVE 'N' TO WS-DECIDED-SWITCH
           END-EVALUATE.

       STAMP-REVIEW.
           MOVE WS-REVIEWER-ID TO SMP-REVIEWED-BY.
           MOVE FUNCTION CURRENT-DATE TO SMP-REVIEW-TIME.
           MOVE WS-REVIEW-COMMENT TO SMP-COMMENT.

       SET-REVERSAL-TEXT.
           EVALUATE TRUE
               WHEN XRF-OPERATION = 'REVERSAL'
                   MOVE SPACES TO WS-REVERSED-TEXT
                   STRING 'REVERSES ' DELIMITED BY SIZE
                          XRF-REVERSED-OP DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          XRF-REVERSED-ID DELIMITED BY SIZE
                          INTO WS-REVERSED-TEXT
               WHEN XRF-REVERSED-BY NOT NUMERIC
                   MOVE 'UNKNOWN (PRE-EXTENSION ROW)'
                       TO WS-REVERSED-TEXT
               WHEN XRF-REVERSED-BY NOT = 0
                   MOVE XRF-REVERSED-BY TO WS-REVERSED-BY-EDIT
                   MOVE SPACES TO WS-REVERSED-TEXT
                   STRING 'REVERSED BY ' DELIMITED BY SIZE
                          WS-REVERSED-BY-EDIT DELIMITED BY SIZE
                          INTO WS-REVERSED-TEXT
               WHEN OTHER
                   MOVE 'NOT REVERSED' TO WS-REVERSED-TEXT
           END-EVALUATE.

      *> real sign-on: knowing an operator ID is no longer enough -
      *> the password is verified against OPERCRED and the attempt
      *> is logged to SIGNLOG before any work is allowed.
       SIGN-ON-OPERATOR.
           DISPLAY 'Enter password: '.
           ACCEPT WS-PASSWORD-ANSWER.
           MOVE 'I' TO SGN-FUNCTION.
           MOVE WS-REVIEWER-ID TO SGN-OPERATOR-ID.
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
               DISPLAY 'Sign-on refused for ' WS-REVIEWER-ID
                   ', reason ' SGN-RESULT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       SIGN-OFF-OPERATOR.
           MOVE 'O' TO SGN-FUNCTION.
           CALL 'OperatorSignon' USING SIGNON-AREA.

       END PROGRAM AuditReview.
