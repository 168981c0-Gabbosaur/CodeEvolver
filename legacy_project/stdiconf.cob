       IDENTIFICATION DIVISION.
       PROGRAM-ID. StdInstrConfirm.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE.
       COPY STDINSTR.

       WORKING-STORAGE SECTION.
       COPY OPERCHK.
       COPY OPERSGNA.
       COPY MNTLOGA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-INSTR-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-STOP-SWITCH          PIC X VALUE 'N'.
       01  WS-LOG-FAILED           PIC X VALUE 'N'.

       01  WS-CRT-STATUS           PIC 9(4).
       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.

       01  WS-SUPERVISOR-ID        PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).
       01  WS-TODAY                PIC X(8).

      *> STDINSTR is held in storage while the screen runs. An
      *> entry is laid out exactly as the STDINSTR record. A
      *> pending row that has been dealt with (confirmed over its
      *> live row, or declined) is marked X and not written back.
       01  WS-SI-TABLE.
           05  WS-SI-ENTRY OCCURS 2000 TIMES.
               10  WS-SIT-TERMS.
                   15  WS-SIT-STATUS       PIC X.
                   15  WS-SIT-OPERATION    PIC X(10).
                   15  WS-SIT-CURRENCY     PIC X(3).
                   15  WS-SIT-NUM1         PIC X(11).
                   15  WS-SIT-NUM2         PIC X(11).
                   15  WS-SIT-FREQUENCY    PIC X.
                   15  WS-SIT-DAY          PIC 9.
                   15  WS-SIT-ACCOUNT      PIC X(8).
                   15  WS-SIT-DESCRIPTION  PIC X(20).
                   15  WS-SIT-ID           PIC 9(6).
                   15  WS-SIT-START-DATE   PIC X(8).
                   15  WS-SIT-END-DATE     PIC X(8).
               10  WS-SIT-CONFIRM-STATE    PIC X.
               10  WS-SIT-PEND-ACTION      PIC X.
               10  WS-SIT-MAKER-ID         PIC X(8).
               10  WS-SIT-CHECKER-ID       PIC X(8).
               10  WS-SIT-CONFIRM-DATE     PIC X(8).
       01  WS-SI-USED              PIC 9(4) VALUE 0.
       01  WS-SI-SUB               PIC 9(4) VALUE 0.
       01  WS-LIVE-SUB             PIC 9(4) VALUE 0.
       01  WS-PEND-SUB             PIC 9(4) VALUE 0.
       01  WS-IMAGE-SUB            PIC 9(4) VALUE 0.
       01  WS-LIVE-FOUND           PIC X VALUE 'N'.

      *> the live terms and the proposed terms side by side on the
      *> review screen (the live side is spaces for an add).
       01  WS-NOW-TERMS.
           05  WS-NOW-STATUS       PIC X.
           05  WS-NOW-OPERATION    PIC X(10).
           05  WS-NOW-CURRENCY     PIC X(3).
           05  WS-NOW-NUM1         PIC X(11).
           05  WS-NOW-NUM2         PIC X(11).
           05  WS-NOW-FREQUENCY    PIC X.
           05  WS-NOW-DAY          PIC X.
           05  WS-NOW-ACCOUNT      PIC X(8).
           05  WS-NOW-DESCRIPTION  PIC X(20).
           05  WS-NOW-ID           PIC X(6).
           05  WS-NOW-START-DATE   PIC X(8).
           05  WS-NOW-END-DATE     PIC X(8).
       01  WS-NEW-TERMS.
           05  WS-NEW-STATUS       PIC X.
           05  WS-NEW-OPERATION    PIC X(10).
           05  WS-NEW-CURRENCY     PIC X(3).
           05  WS-NEW-NUM1         PIC X(11).
           05  WS-NEW-NUM2         PIC X(11).
           05  WS-NEW-FREQUENCY    PIC X.
           05  WS-NEW-DAY          PIC X.
           05  WS-NEW-ACCOUNT      PIC X(8).
           05  WS-NEW-DESCRIPTION  PIC X(20).
           05  WS-NEW-ID           PIC X(6).
           05  WS-NEW-START-DATE   PIC X(8).
           05  WS-NEW-END-DATE     PIC X(8).
       01  WS-MAKER-ID             PIC X(8).

      *> each confirm or decline as it is made. On exit STDINSTR is
      *> read again and only these decisions are applied to it
      *> before it is written back, so rows StdInstrMaint appended
      *> while the screen was up are kept. WS-DEC-ROW is the row
      *> as confirmed.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 2000 TIMES.
               10  WS-DEC-ACTION           PIC X.
               10  WS-DEC-ID               PIC 9(6).
               10  WS-DEC-MAKER-ID         PIC X(8).
               10  WS-DEC-ROW              PIC X(114).
       01  WS-DEC-USED             PIC 9(4) VALUE 0.
       01  WS-DEC-SUB              PIC 9(4) VALUE 0.
       01  WS-PEND-FOUND           PIC X VALUE 'N'.
       01  WS-LOST-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACTION-WORD          PIC X(9).

      *> MAINTLOG carries an 80-byte image; the STDINSTR row is
      *> longer, so the log gets the terms with the description
      *> cut to fit (the control fields are in the key and the
      *> log row's own operator and timestamp).
       01  WS-LOG-IMAGE.
           05  WS-LOG-ID           PIC 9(6).
           05  WS-LOG-STATUS       PIC X.
           05  WS-LOG-OPERATION    PIC X(10).
           05  WS-LOG-CURRENCY     PIC X(3).
           05  WS-LOG-NUM1         PIC X(11).
           05  WS-LOG-NUM2         PIC X(11).
           05  WS-LOG-FREQUENCY    PIC X.
           05  WS-LOG-DAY          PIC 9.
           05  WS-LOG-ACCOUNT      PIC X(8).
           05  WS-LOG-START-DATE   PIC X(8).
           05  WS-LOG-END-DATE     PIC X(8).
           05  WS-LOG-DESCRIPTION  PIC X(12).

       01  WS-FIX-ACTION           PIC X VALUE SPACE.
       01  WS-FIX-MESSAGE          PIC X(50) VALUE SPACES.

       01  WS-PENDING-COUNT        PIC 9(5) VALUE 0.
       01  WS-CONFIRMED-COUNT      PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01  SCR-SI-REVIEW.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'StdInstrConfirm - Pending'.
           05  LINE 1 COL 27 VALUE 'Standing Instruction Changes'.
           05  LINE 3 COL 1  VALUE 'Instruction ID:'.
           05  LINE 3 COL 20 PIC X(6) FROM WS-NEW-ID.
           05  LINE 3 COL 30 VALUE 'Action:'.
           05  LINE 3 COL 38 PIC X(9) FROM WS-ACTION-WORD.
           05  LINE 4 COL 1  VALUE 'Keyed by:      '.
           05  LINE 4 COL 20 PIC X(8) FROM WS-MAKER-ID.
           05  LINE 6 COL 20 VALUE 'Now'.
           05  LINE 6 COL 44 VALUE 'Proposed'.
           05  LINE 7 COL 1  VALUE 'Status:        '.
           05  LINE 7 COL 20 PIC X FROM WS-NOW-STATUS.
           05  LINE 7 COL 44 PIC X FROM WS-NEW-STATUS.
           05  LINE 8 COL 1  VALUE 'Operation:     '.
           05  LINE 8 COL 20 PIC X(10) FROM WS-NOW-OPERATION.
           05  LINE 8 COL 44 PIC X(10) FROM WS-NEW-OPERATION.
           05  LINE 9 COL 1  VALUE 'Currency:      '.
           05  LINE 9 COL 20 PIC X(3) FROM WS-NOW-CURRENCY.
           05  LINE 9 COL 44 PIC X(3) FROM WS-NEW-CURRENCY.
           05  LINE 10 COL 1 VALUE 'First number:  '.
           05  LINE 10 COL 20 PIC X(11) FROM WS-NOW-NUM1.
           05  LINE 10 COL 44 PIC X(11) FROM WS-NEW-NUM1.
           05  LINE 11 COL 1 VALUE 'Second number: '.
           05  LINE 11 COL 20 PIC X(11) FROM WS-NOW-NUM2.
           05  LINE 11 COL 44 PIC X(11) FROM WS-NEW-NUM2.
           05  LINE 12 COL 1 VALUE 'Frequency/day: '.
           05  LINE 12 COL 20 PIC X FROM WS-NOW-FREQUENCY.
           05  LINE 12 COL 22 PIC X FROM WS-NOW-DAY.
           05  LINE 12 COL 44 PIC X FROM WS-NEW-FREQUENCY.
           05  LINE 12 COL 46 PIC X FROM WS-NEW-DAY.
           05  LINE 13 COL 1 VALUE 'Account:       '.
           05  LINE 13 COL 20 PIC X(8) FROM WS-NOW-ACCOUNT.
           05  LINE 13 COL 44 PIC X(8) FROM WS-NEW-ACCOUNT.
           05  LINE 14 COL 1 VALUE 'Description:   '.
           05  LINE 14 COL 20 PIC X(20) FROM WS-NOW-DESCRIPTION.
           05  LINE 14 COL 44 PIC X(20) FROM WS-NEW-DESCRIPTION.
           05  LINE 15 COL 1 VALUE 'Start date:    '.
           05  LINE 15 COL 20 PIC X(8) FROM WS-NOW-START-DATE.
           05  LINE 15 COL 44 PIC X(8) FROM WS-NEW-START-DATE.
           05  LINE 16 COL 1 VALUE 'End date:      '.
           05  LINE 16 COL 20 PIC X(8) FROM WS-NOW-END-DATE.
           05  LINE 16 COL 44 PIC X(8) FROM WS-NEW-END-DATE.
           05  LINE 18 COL 1 VALUE
               'C = confirm  D = decline  S = skip: '.
           05  LINE 18 COL 38 PIC X USING WS-FIX-ACTION.
           05  LINE 20 COL 1 VALUE 'PF3 = stop (leave rest pending)'.
           05  LINE 22 COL 1 PIC X(50) FROM WS-FIX-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter supervisor ID: '.
           ACCEPT WS-SUPERVISOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM CHECK-SUPERVISOR-AUTHORITY.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-INSTRUCTION-TABLE.

           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-USED
               IF WS-SIT-CONFIRM-STATE(WS-SI-SUB) = 'P'
                   IF WS-STOP-SWITCH = 'N'
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE WS-SI-SUB TO WS-PEND-SUB
                       PERFORM DECIDE-ONE-CHANGE
                   ELSE
                       ADD 1 TO WS-LEFT-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM SAVE-INSTRUCTION-TABLE.

           DISPLAY 'STDINSTR CONFIRM: ' WS-PENDING-COUNT
               ' pending reviewed, ' WS-CONFIRMED-COUNT
               ' confirmed, ' WS-DECLINED-COUNT ' declined, '
               WS-LEFT-COUNT ' left pending.'.

           PERFORM SIGN-OFF-OPERATOR.

           IF WS-LOG-FAILED = 'Y'
               DISPLAY 'WARNING: changes confirmed - NOT all '
                   'written to MAINTLOG'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LOST-COUNT > 0
               DISPLAY 'WARNING: ' WS-LOST-COUNT ' decision(s) not '
                   'applied - change no longer pending on STDINSTR'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> a confirmed instruction runs unattended every night it is
      *> due - the screen opens only to the APPROVE authority.
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

       DECIDE-ONE-CHANGE.
           MOVE SPACE TO WS-FIX-ACTION.
           MOVE SPACES TO WS-FIX-MESSAGE.
           PERFORM FIND-LIVE-ROW.
           PERFORM SET-REVIEW-FIELDS.

           DISPLAY SCR-SI-REVIEW.
           ACCEPT SCR-SI-REVIEW.

      *> the operator who keyed the change may never confirm it -
      *> that would put dual control back to one pair of hands.
           PERFORM UNTIL WS-CRT-STATUS = WS-PF3-KEY
                      OR WS-FIX-ACTION NOT = 'C' AND 'c'
                      OR WS-MAKER-ID NOT = WS-SUPERVISOR-ID
               MOVE 'You cannot confirm your own change'
                   TO WS-FIX-MESSAGE
               MOVE SPACE TO WS-FIX-ACTION
               DISPLAY SCR-SI-REVIEW
               ACCEPT SCR-SI-REVIEW
           END-PERFORM.

           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'Y' TO WS-STOP-SWITCH
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               EVALUATE WS-FIX-ACTION
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CONFIRM-CHANGE
                   WHEN 'D'
                   WHEN 'd'
      *> a declined change is dropped - the live row carries on
      *> as it was and the maker keys the change again if it is
      *> still wanted.
                       MOVE 'X' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB)
                       ADD 1 TO WS-DECLINED-COUNT
                       ADD 1 TO WS-DEC-USED
                       MOVE 'D' TO WS-DEC-ACTION(WS-DEC-USED)
                       MOVE WS-SIT-ID(WS-PEND-SUB)
                           TO WS-DEC-ID(WS-DEC-USED)
                       MOVE WS-MAKER-ID TO WS-DEC-MAKER-ID(WS-DEC-USED)
                       MOVE SPACES TO WS-DEC-ROW(WS-DEC-USED)
                   WHEN OTHER
                       ADD 1 TO WS-LEFT-COUNT
               END-EVALUATE
           END-IF.

       FIND-LIVE-ROW.
           MOVE 'N' TO WS-LIVE-FOUND.
           PERFORM VARYING WS-LIVE-SUB FROM 1 BY 1
                   UNTIL WS-LIVE-SUB > WS-SI-USED
                      OR WS-LIVE-FOUND = 'Y'
               IF WS-SIT-ID(WS-LIVE-SUB) = WS-SIT-ID(WS-PEND-SUB)
                  AND WS-SIT-CONFIRM-STATE(WS-LIVE-SUB) = 'C'
                   MOVE 'Y' TO WS-LIVE-FOUND
                   SUBTRACT 1 FROM WS-LIVE-SUB
               END-IF
           END-PERFORM.

       SET-REVIEW-FIELDS.
           MOVE WS-SIT-TERMS(WS-PEND-SUB) TO WS-NEW-TERMS.
           IF WS-LIVE-FOUND = 'Y'
               MOVE WS-SIT-TERMS(WS-LIVE-SUB) TO WS-NOW-TERMS
           ELSE
               MOVE SPACES TO WS-NOW-TERMS
           END-IF.
           MOVE WS-SIT-MAKER-ID(WS-PEND-SUB) TO WS-MAKER-ID.
           EVALUATE WS-SIT-PEND-ACTION(WS-PEND-SUB)
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-WORD
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-WORD
               WHEN 'S'
                   MOVE 'SUSPEND' TO WS-ACTION-WORD
               WHEN 'R'
                   MOVE 'RESUME' TO WS-ACTION-WORD
               WHEN 'E'
                   MOVE 'END-DATE' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE WS-SIT-PEND-ACTION(WS-PEND-SUB)
                       TO WS-ACTION-WORD
           END-EVALUATE.

      *> the pending row becomes the live row in its place (an add
      *> simply becomes live where it stands), and the change goes
      *> on the history under the confirming supervisor, with the
      *> maker in the key.
       CONFIRM-CHANGE.
           MOVE 'C' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB).
           MOVE WS-SUPERVISOR-ID TO WS-SIT-CHECKER-ID(WS-PEND-SUB).
           MOVE WS-TODAY TO WS-SIT-CONFIRM-DATE(WS-PEND-SUB).
           MOVE 'STDINSTR' TO MLA-TABLE.
           IF WS-LIVE-FOUND = 'Y'
               MOVE WS-LIVE-SUB TO WS-IMAGE-SUB
               PERFORM BUILD-LOG-IMAGE
               MOVE WS-LOG-IMAGE TO MLA-BEFORE
               MOVE WS-SI-ENTRY(WS-PEND-SUB)
                   TO WS-SI-ENTRY(WS-LIVE-SUB)
               MOVE 'X' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB)
               MOVE 'C' TO MLA-ACTION
           ELSE
               MOVE WS-PEND-SUB TO WS-LIVE-SUB
               MOVE SPACES TO MLA-BEFORE
               MOVE 'A' TO MLA-ACTION
           END-IF.
           MOVE WS-LIVE-SUB TO WS-IMAGE-SUB.
           PERFORM BUILD-LOG-IMAGE.
           MOVE WS-LOG-IMAGE TO MLA-AFTER.
           MOVE SPACES TO MLA-KEY.
           STRING WS-NEW-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  WS-MAKER-ID DELIMITED BY SPACE
                  INTO MLA-KEY.
           MOVE WS-SUPERVISOR-ID TO MLA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO MLA-TERMINAL-ID.
           MOVE 'StdInConfm' TO MLA-PROGRAM.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-FAILED
           END-IF.
           ADD 1 TO WS-CONFIRMED-COUNT.
           ADD 1 TO WS-DEC-USED.
           MOVE 'C' TO WS-DEC-ACTION(WS-DEC-USED).
           MOVE WS-SIT-ID(WS-LIVE-SUB) TO WS-DEC-ID(WS-DEC-USED).
           MOVE WS-MAKER-ID TO WS-DEC-MAKER-ID(WS-DEC-USED).
           MOVE WS-SI-ENTRY(WS-LIVE-SUB) TO WS-DEC-ROW(WS-DEC-USED).

       BUILD-LOG-IMAGE.
           MOVE WS-SIT-ID(WS-IMAGE-SUB) TO WS-LOG-ID.
           MOVE WS-SIT-STATUS(WS-IMAGE-SUB) TO WS-LOG-STATUS.
           MOVE WS-SIT-OPERATION(WS-IMAGE-SUB) TO WS-LOG-OPERATION.
           MOVE WS-SIT-CURRENCY(WS-IMAGE-SUB) TO WS-LOG-CURRENCY.
           MOVE WS-SIT-NUM1(WS-IMAGE-SUB) TO WS-LOG-NUM1.
           MOVE WS-SIT-NUM2(WS-IMAGE-SUB) TO WS-LOG-NUM2.
           MOVE WS-SIT-FREQUENCY(WS-IMAGE-SUB) TO WS-LOG-FREQUENCY.
           MOVE WS-SIT-DAY(WS-IMAGE-SUB) TO WS-LOG-DAY.
           MOVE WS-SIT-ACCOUNT(WS-IMAGE-SUB) TO WS-LOG-ACCOUNT.
           MOVE WS-SIT-START-DATE(WS-IMAGE-SUB)
               TO WS-LOG-START-DATE.
           MOVE WS-SIT-END-DATE(WS-IMAGE-SUB) TO WS-LOG-END-DATE.
           MOVE WS-SIT-DESCRIPTION(WS-IMAGE-SUB)
               TO WS-LOG-DESCRIPTION.

       LOAD-INSTRUCTION-TABLE.
           MOVE 0 TO WS-SI-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-FILE-STATUS = '35'
      *> no standing instructions on this system - nothing can be
      *> pending.
               EXIT PARAGRAPH
           END-IF.
           IF WS-INSTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open INSTR-FILE, status '
                   WS-INSTR-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ INSTR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM HOLD-INSTRUCTION
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.

       HOLD-INSTRUCTION.
      *> the file is rewritten from this table on exit - a row
      *> that did not fit would be lost, so stop instead.
           IF WS-SI-USED >= 2000
               DISPLAY 'ERROR: more than 2000 STDINSTR rows'
               CLOSE INSTR-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-SI-USED.
           MOVE STANDING-INSTRUCTION TO WS-SI-ENTRY(WS-SI-USED).

      *> the table is reloaded from STDINSTR as it stands now and
      *> this session's decisions replayed on it, each against the
      *> same pending row (ID and maker) it was made on.
       SAVE-INSTRUCTION-TABLE.
           IF WS-DEC-USED = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-INSTRUCTION-TABLE.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-USED
               PERFORM APPLY-DECISION
           END-PERFORM.
           OPEN OUTPUT INSTR-FILE.
           IF WS-INSTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot rewrite INSTR-FILE, status '
                   WS-INSTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-USED
               IF WS-SIT-CONFIRM-STATE(WS-SI-SUB) NOT = 'X'
                   MOVE WS-SI-ENTRY(WS-SI-SUB)
                       TO STANDING-INSTRUCTION
                   WRITE STANDING-INSTRUCTION
               END-IF
           END-PERFORM.
           CLOSE INSTR-FILE.

       APPLY-DECISION.
           MOVE 'N' TO WS-PEND-FOUND.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-SI-USED
                      OR WS-PEND-FOUND = 'Y'
               IF WS-SIT-ID(WS-PEND-SUB) = WS-DEC-ID(WS-DEC-SUB)
                  AND WS-SIT-CONFIRM-STATE(WS-PEND-SUB) = 'P'
                  AND WS-SIT-MAKER-ID(WS-PEND-SUB)
                      = WS-DEC-MAKER-ID(WS-DEC-SUB)
                   MOVE 'Y' TO WS-PEND-FOUND
                   SUBTRACT 1 FROM WS-PEND-SUB
               END-IF
           END-PERFORM.
           IF WS-PEND-FOUND = 'N'
               DISPLAY 'Instruction ' WS-DEC-ID(WS-DEC-SUB)
                   ' no longer pending - decision not applied'
               ADD 1 TO WS-LOST-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEC-ACTION(WS-DEC-SUB) = 'D'
               MOVE 'X' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LIVE-ROW.
           IF WS-LIVE-FOUND = 'Y'
               MOVE WS-DEC-ROW(WS-DEC-SUB) TO WS-SI-ENTRY(WS-LIVE-SUB)
               MOVE 'X' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB)
           ELSE
               MOVE WS-DEC-ROW(WS-DEC-SUB) TO WS-SI-ENTRY(WS-PEND-SUB)
           END-IF.

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

       END PROGRAM StdInstrConfirm.
