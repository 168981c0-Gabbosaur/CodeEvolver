       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateConfirm.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "RATEHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT NEWHLD-FILE ASSIGN TO "RATEHOLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWHLD-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *> the snapshot TBLCOMP compares RATETAB against - a rate
      *> confirmed here goes on it too, so the nightly compare does
      *> not log it a second time as a hand edit.
           SELECT SNAP-FILE ASSIGN TO "RATESNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY RATEHOLD.

      *> the updated hold queue is written alongside the input and
      *> swapped in by the job that runs this program, the same way
      *> APPRFIX promotes the NEW approval queue.
       FD  NEWHLD-FILE.
       01  NEWHLD-RECORD           PIC X(108).

       FD  RATE-FILE.
       COPY RATEREC.

       FD  SNAP-FILE.
       01  SNAP-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERCHK.
       COPY OPERSGNA.
       COPY MNTLOGA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-HOLD-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-NEWHLD-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SNAP-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SNAP-OPEN            PIC X VALUE 'N'.
       01  WS-RATE-FAILED          PIC X VALUE 'N'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-STOP-SWITCH          PIC X VALUE 'N'.
       01  WS-LOG-FAILED           PIC X VALUE 'N'.

       01  WS-CRT-STATUS           PIC 9(4).
       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.

       01  WS-SUPERVISOR-ID        PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).

       01  WS-FIX-ACTION           PIC X VALUE SPACE.
       01  WS-FIX-MESSAGE          PIC X(50) VALUE SPACES.

       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01  SCR-RATE-REVIEW.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'RateConfirm - Held'.
           05  LINE 1 COL 20 VALUE 'Treasury Rates'.
           05  LINE 3 COL 1  VALUE 'Currency:      '.
           05  LINE 3 COL 20 PIC X(3) FROM RH-CURRENCY.
           05  LINE 4 COL 1  VALUE 'Effective:     '.
           05  LINE 4 COL 20 PIC X(8) FROM RH-EFF-DATE.
           05  LINE 5 COL 1  VALUE 'Fed rate:      '.
           05  LINE 5 COL 20 PIC X(10) FROM RH-RATE.
           05  LINE 6 COL 1  VALUE 'Prior rate:    '.
           05  LINE 6 COL 20 PIC X(10) FROM RH-PRIOR-RATE.
           05  LINE 6 COL 32 VALUE 'effective'.
           05  LINE 6 COL 42 PIC X(8) FROM RH-PRIOR-DATE.
           05  LINE 7 COL 1  VALUE 'Move percent:  '.
           05  LINE 7 COL 20 PIC X(8) FROM RH-MOVE-PCT.
           05  LINE 8 COL 1  VALUE 'Received:      '.
           05  LINE 8 COL 20 PIC X(14) FROM RH-RECEIVED-TIME.
           05  LINE 10 COL 1 VALUE
               'C = confirm  D = decline  S = skip: '.
           05  LINE 10 COL 38 PIC X USING WS-FIX-ACTION.
           05  LINE 12 COL 1 VALUE 'PF3 = stop (leave rest held)'.
           05  LINE 14 COL 1 PIC X(50) FROM WS-FIX-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter supervisor ID: '.
           ACCEPT WS-SUPERVISOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM CHECK-SUPERVISOR-AUTHORITY.

           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HOLD-FILE, status '
                   WS-HOLD-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NEWHLD-FILE.
           IF WS-NEWHLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open NEWHLD-FILE, status '
                   WS-NEWHLD-FILE-STATUS
               CLOSE HOLD-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RATE-FILE, status '
                   WS-RATE-FILE-STATUS
               CLOSE HOLD-FILE
               CLOSE NEWHLD-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND SNAP-FILE.
           IF WS-SNAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SNAP-OPEN
           ELSE
      *> no snapshot on this system (TBLCOMP not installed) -
      *> nothing to keep in step.
               MOVE 'N' TO WS-SNAP-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM REVIEW-HELD-RATE
               END-READ
           END-PERFORM.

           CLOSE HOLD-FILE.
           CLOSE NEWHLD-FILE.
           CLOSE RATE-FILE.
           IF WS-SNAP-OPEN = 'Y'
               CLOSE SNAP-FILE
           END-IF.

           DISPLAY 'RATE CONFIRM: ' WS-HELD-COUNT
               ' held reviewed, ' WS-CONFIRMED-COUNT
               ' confirmed, ' WS-DECLINED-COUNT ' declined, '
               WS-LEFT-COUNT ' left held.'.

           PERFORM SIGN-OFF-OPERATOR.

           IF WS-LOG-FAILED = 'Y'
               DISPLAY 'WARNING: rates confirmed - NOT all written '
                   'to MAINTLOG'
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-RATE-FAILED = 'Y'
               MOVE 16 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> a confirmed rate converts the whole night's foreign-currency
      *> work - the screen opens only to the APPROVE authority.
       CHECK-SUPERVISOR-AUTHORITY.
           MOVE WS-SUPERVISOR-ID TO OPC-OPERATOR-ID.
           MOVE 'APPROVE' TO OPC-OPERATION.
           MOVE 0 TO OPC-AMOUNT.
           CALL 'OperatorCheck' USING OPERATOR-CHECK-AREA.
           IF OPC-RESULT NOT = 'A'
               DISPLAY 'Operator ' WS-SUPERVISOR-ID
                   ' may not run APPROVE, reason ' OPC-RESULT
               PERFORM SIGN-OFF-OPERATOR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       REVIEW-HELD-RATE.
           IF RH-STATUS = 'H' AND WS-STOP-SWITCH = 'N'
               ADD 1 TO WS-HELD-COUNT
               PERFORM DECIDE-ONE-RATE
           ELSE
               IF RH-STATUS = 'H'
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           END-IF.
           WRITE NEWHLD-RECORD FROM RATE-HOLD-RECORD.

       DECIDE-ONE-RATE.
           MOVE SPACE TO WS-FIX-ACTION.
           MOVE SPACES TO WS-FIX-MESSAGE.

           DISPLAY SCR-RATE-REVIEW.
           ACCEPT SCR-RATE-REVIEW.

           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'Y' TO WS-STOP-SWITCH
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               EVALUATE WS-FIX-ACTION
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CONFIRM-RATE
                   WHEN 'D'
                   WHEN 'd'
      *> a declined rate is not loaded - treasury resends it,
      *> and the next feed is checked against the prior rate
      *> again.
                       MOVE 'D' TO RH-STATUS
                       MOVE WS-SUPERVISOR-ID TO RH-DECIDED-BY
                       MOVE FUNCTION CURRENT-DATE
                           TO RH-DECISION-TIME
                       ADD 1 TO WS-DECLINED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-COUNT
               END-EVALUATE
           END-IF.

      *> the confirmed rate goes on RATETAB under the feed's
      *> effective date, exactly as the load would have put it, and
      *> on the change history under the confirming supervisor.
       CONFIRM-RATE.
           MOVE RH-CURRENCY TO RT-CURRENCY.
           MOVE RH-EFF-DATE TO RT-EFF-DATE.
           MOVE RH-RATE TO RT-RATE.
           WRITE RATE-RECORD.
      *> a failed write stops the review like PF3: this rate and
      *> the rest stay held, and the files are closed and the
      *> operator signed off the normal way, so RATEHOLO still
      *> carries every decision already made.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write RATE-FILE, status '
                   WS-RATE-FILE-STATUS
               MOVE 'Y' TO WS-RATE-FAILED
               MOVE 'Y' TO WS-STOP-SWITCH
               ADD 1 TO WS-LEFT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SNAP-OPEN = 'Y'
               WRITE SNAP-RECORD FROM RATE-RECORD
           END-IF.
           MOVE 'RATETAB' TO MLA-TABLE.
           MOVE 'A' TO MLA-ACTION.
           MOVE SPACES TO MLA-KEY.
           STRING RT-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RT-EFF-DATE DELIMITED BY SIZE
                  INTO MLA-KEY.
           MOVE WS-SUPERVISOR-ID TO MLA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO MLA-TERMINAL-ID.
           MOVE 'RateConfrm' TO MLA-PROGRAM.
           MOVE SPACES TO MLA-BEFORE.
           MOVE RATE-RECORD TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-FAILED
           END-IF.
           MOVE 'C' TO RH-STATUS.
           MOVE WS-SUPERVISOR-ID TO RH-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE TO RH-DECISION-TIME.
           ADD 1 TO WS-CONFIRMED-COUNT.


      *> real sign-on: knowing an operator ID is no longer enough -
      *> the password is verified against OPERCRED and the attempt
      *> is logged to SIGNLOG before any work is allowed.
       SIGN-ON-OPERATOR.
           DISPLAY 'Enter password: '.
           ACCEPT WS-PASSWORD-ANSWER.
           MOVE 'I' TO SGN-FUNCTION.
           MOVE WS-SUPERVISOR-ID TO SGN-OPERATOR-ID.
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
               DISPLAY 'Sign-on refused for ' WS-SUPERVISOR-ID
                   ', reason ' SGN-RESULT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       SIGN-OFF-OPERATOR.
           MOVE 'O' TO SGN-FUNCTION.
           CALL 'OperatorSignon' USING SIGNON-AREA.

       END PROGRAM RateConfirm.
