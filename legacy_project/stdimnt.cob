       IDENTIFICATION DIVISION.
       PROGRAM-ID. StdInstrMaint.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTR-FILE.
       COPY STDINSTR.

       FD  RATE-FILE.
       COPY RATEREC.

       WORKING-STORAGE SECTION.
       COPY OPERSGNA.
       COPY ACCTCHK.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-INSTR-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-CRT-STATUS           PIC 9(4).
       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.
       01  WS-EXIT-REQUESTED       PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).

      *> the whole file is held in storage while the screen runs,
      *> for the ID lookups; only the pending rows keyed in this
      *> session are written, appended to STDINSTR on exit so a
      *> confirm or another maker's session running alongside is
      *> never overwritten. An entry is laid out exactly as the
      *> STDINSTR record; WS-SIT-TERMS is everything the maker can
      *> change, so a proposal can be compared with the live row in
      *> one go.
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
      *> rows read at start-up - everything past this is new.
       01  WS-SI-LOADED            PIC 9(4) VALUE 0.
       01  WS-SI-SUB               PIC 9(4) VALUE 0.
       01  WS-LIVE-SUB             PIC 9(4) VALUE 0.
       01  WS-PEND-SUB             PIC 9(4) VALUE 0.
       01  WS-LIVE-FOUND           PIC X VALUE 'N'.
       01  WS-PEND-FOUND           PIC X VALUE 'N'.
       01  WS-SEARCH-ID            PIC 9(6) VALUE 0.
      *> one past the highest instruction ID on file - IDs are
      *> never reused, so a confirmed row's history in MAINTLOG
      *> always belongs to the one instruction.
       01  WS-NEXT-ID              PIC 9(6) VALUE 1.

      *> STDINSTR as it stands at exit: the IDs with a change
      *> already pending and the next free ID, re-read so that
      *> what other sessions queued meanwhile is respected.
       01  WS-FILE-PEND-TABLE.
           05  WS-FILE-PEND-ID OCCURS 2000 TIMES PIC 9(6).
       01  WS-FILE-PEND-USED       PIC 9(4) VALUE 0.
       01  WS-FILE-PEND-SUB        PIC 9(4) VALUE 0.
       01  WS-FILE-PEND-FOUND      PIC X VALUE 'N'.
       01  WS-FILE-NEXT-ID         PIC 9(6) VALUE 1.
       01  WS-OLD-ID               PIC 9(6) VALUE 0.

      *> the currencies RATETAB carries a rate for - a foreign
      *> currency instruction with no rate would only be refused
      *> by CalcDriver's conversion every night it came due.
       01  WS-CCY-TABLE.
           05  WS-CCY-CODE OCCURS 100 TIMES PIC X(3).
       01  WS-CCY-USED             PIC 9(3) VALUE 0.
       01  WS-CCY-SUB              PIC 9(3) VALUE 0.
       01  WS-CCY-FOUND            PIC X VALUE 'N'.

       01  WS-MAINT-ACTION         PIC X VALUE SPACE.
       01  WS-MAINT-ID             PIC X(6) VALUE SPACES.
       01  WS-MAINT-MESSAGE        PIC X(50) VALUE SPACES.
       01  WS-PEND-ACTION          PIC X VALUE SPACE.
       01  WS-ACTION-WORD          PIC X(9) VALUE SPACES.
       01  WS-DETAIL-VALID         PIC X VALUE 'Y'.

       01  WS-DET-OPERATION        PIC X(10) VALUE SPACES.
       01  WS-DET-CURRENCY         PIC X(3) VALUE SPACES.
       01  WS-DET-NUM1             PIC X(11) VALUE SPACES.
       01  WS-DET-NUM2             PIC X(11) VALUE SPACES.
       01  WS-DET-FREQUENCY        PIC X VALUE SPACE.
       01  WS-DET-DAY              PIC X VALUE SPACE.
       01  WS-DET-ACCOUNT          PIC X(8) VALUE SPACES.
       01  WS-DET-DESCRIPTION      PIC X(20) VALUE SPACES.
       01  WS-DET-START            PIC X(8) VALUE SPACES.
       01  WS-DET-END              PIC X(8) VALUE SPACES.
       01  WS-CUR-END              PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-SI-SELECT.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'StdInstrMaint - Standing'.
           05  LINE 1 COL 26 VALUE 'Instructions'.
           05  LINE 3 COL 1  VALUE 'Action:        '.
           05  LINE 3 COL 20 PIC X USING WS-MAINT-ACTION.
           05  LINE 3 COL 25 VALUE 'A=add C=change S=suspend'.
           05  LINE 4 COL 25 VALUE 'R=resume E=end-date'.
           05  LINE 5 COL 1  VALUE 'Instruction ID:'.
           05  LINE 5 COL 20 PIC X(6) USING WS-MAINT-ID.
           05  LINE 5 COL 30 VALUE '(blank to add)'.
           05  LINE 7 COL 1  VALUE 'Changes wait for a second'.
           05  LINE 7 COL 27 VALUE 'operator on StdInstrConfirm.'.
           05  LINE 9 COL 1  VALUE 'Enter = continue   PF3 = Exit'.
           05  LINE 11 COL 1 PIC X(50) FROM WS-MAINT-MESSAGE.

       01  SCR-SI-DETAIL.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'StdInstrMaint - Instruction'.
           05  LINE 1 COL 29 VALUE 'Detail'.
           05  LINE 3 COL 1  VALUE 'Instruction ID:'.
           05  LINE 3 COL 20 PIC X(6) FROM WS-MAINT-ID.
           05  LINE 4 COL 1  VALUE 'Operation:     '.
           05  LINE 4 COL 20 PIC X(10) USING WS-DET-OPERATION.
           05  LINE 4 COL 32 VALUE '(ADD SUBTRACT MULTIPLY'.
           05  LINE 4 COL 55 VALUE 'DIVIDE PERCENT)'.
           05  LINE 5 COL 1  VALUE 'Currency:      '.
           05  LINE 5 COL 20 PIC X(3) USING WS-DET-CURRENCY.
           05  LINE 5 COL 32 VALUE '(blank = USD)'.
           05  LINE 6 COL 1  VALUE 'First number:  '.
           05  LINE 6 COL 20 PIC X(11) USING WS-DET-NUM1.
           05  LINE 7 COL 1  VALUE 'Second number: '.
           05  LINE 7 COL 20 PIC X(11) USING WS-DET-NUM2.
           05  LINE 8 COL 1  VALUE 'Frequency:     '.
           05  LINE 8 COL 20 PIC X USING WS-DET-FREQUENCY.
           05  LINE 8 COL 32 VALUE 'D=daily W=weekly M=month-end'.
           05  LINE 9 COL 1  VALUE 'Weekly day:    '.
           05  LINE 9 COL 20 PIC X USING WS-DET-DAY.
           05  LINE 9 COL 32 VALUE '(1 = Monday .. 7 = Sunday)'.
           05  LINE 10 COL 1 VALUE 'Account:       '.
           05  LINE 10 COL 20 PIC X(8) USING WS-DET-ACCOUNT.
           05  LINE 11 COL 1 VALUE 'Description:   '.
           05  LINE 11 COL 20 PIC X(20) USING WS-DET-DESCRIPTION.
           05  LINE 12 COL 1 VALUE 'Start date:    '.
           05  LINE 12 COL 20 PIC X(8) USING WS-DET-START.
           05  LINE 12 COL 32 VALUE '(blank = from now on)'.
           05  LINE 13 COL 1 VALUE 'End date:      '.
           05  LINE 13 COL 20 PIC X(8) USING WS-DET-END.
           05  LINE 13 COL 32 VALUE '(blank = open-ended)'.
           05  LINE 15 COL 1 VALUE 'Enter = submit   PF3 = cancel'.

       01  SCR-SI-END.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'StdInstrMaint - End-date'.
           05  LINE 1 COL 26 VALUE 'Instruction'.
           05  LINE 3 COL 1  VALUE 'Instruction ID:'.
           05  LINE 3 COL 20 PIC X(6) FROM WS-MAINT-ID.
           05  LINE 4 COL 1  VALUE 'Operation:     '.
           05  LINE 4 COL 20 PIC X(10) FROM WS-DET-OPERATION.
           05  LINE 5 COL 1  VALUE 'Description:   '.
           05  LINE 5 COL 20 PIC X(20) FROM WS-DET-DESCRIPTION.
           05  LINE 6 COL 1  VALUE 'Current end:   '.
           05  LINE 6 COL 20 PIC X(8) FROM WS-CUR-END.
           05  LINE 7 COL 1  VALUE 'New end date:  '.
           05  LINE 7 COL 20 PIC X(8) USING WS-DET-END.
           05  LINE 7 COL 32 VALUE '(CCYYMMDD, last date run)'.
           05  LINE 9 COL 1  VALUE 'Enter = submit   PF3 = cancel'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM LOAD-RATE-CURRENCIES.
           PERFORM LOAD-INSTRUCTION-TABLE.

           PERFORM UNTIL WS-EXIT-REQUESTED = 'Y'
               DISPLAY SCR-SI-SELECT
               ACCEPT SCR-SI-SELECT
               IF WS-CRT-STATUS = WS-PF3-KEY
                   MOVE 'Y' TO WS-EXIT-REQUESTED
               ELSE
                   MOVE SPACES TO WS-MAINT-MESSAGE
                   PERFORM APPLY-MAINT-ACTION
               END-IF
           END-PERFORM.

           PERFORM SAVE-INSTRUCTION-TABLE.
           PERFORM SIGN-OFF-OPERATOR.
           GOBACK.

      *> nothing keyed here touches a live row: every action builds
      *> a pending row for StdInstrConfirm, and only one change at
      *> a time may be pending against an instruction.
       APPLY-MAINT-ACTION.
           EVALUATE WS-MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-INSTRUCTION
               WHEN 'C'
               WHEN 'c'
                   PERFORM FIND-INSTRUCTION
                   IF WS-LIVE-FOUND = 'Y'
                       PERFORM CHANGE-INSTRUCTION
                   END-IF
               WHEN 'S'
               WHEN 's'
                   PERFORM FIND-INSTRUCTION
                   IF WS-LIVE-FOUND = 'Y'
                       PERFORM SUSPEND-INSTRUCTION
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM FIND-INSTRUCTION
                   IF WS-LIVE-FOUND = 'Y'
                       PERFORM RESUME-INSTRUCTION
                   END-IF
               WHEN 'E'
               WHEN 'e'
                   PERFORM FIND-INSTRUCTION
                   IF WS-LIVE-FOUND = 'Y'
                       PERFORM END-DATE-INSTRUCTION
                   END-IF
               WHEN OTHER
                   MOVE 'Action must be A, C, S, R or E'
                       TO WS-MAINT-MESSAGE
           END-EVALUATE.

      *> the live (confirmed) row for the ID keyed, refused if a
      *> change is already waiting on it.
       FIND-INSTRUCTION.
           MOVE 'N' TO WS-LIVE-FOUND.
           MOVE 'N' TO WS-PEND-FOUND.
           IF WS-MAINT-ID NOT NUMERIC
               MOVE 'Instruction ID must be 6 digits'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAINT-ID TO WS-SEARCH-ID.
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-USED
               IF WS-SIT-ID(WS-SI-SUB) = WS-SEARCH-ID
                   IF WS-SIT-CONFIRM-STATE(WS-SI-SUB) = 'P'
                       MOVE 'Y' TO WS-PEND-FOUND
                       MOVE WS-SI-SUB TO WS-PEND-SUB
                   ELSE
                       MOVE 'Y' TO WS-LIVE-FOUND
                       MOVE WS-SI-SUB TO WS-LIVE-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PEND-FOUND = 'Y'
               MOVE 'N' TO WS-LIVE-FOUND
               MOVE SPACES TO WS-MAINT-MESSAGE
               STRING 'Change by ' DELIMITED BY SIZE
                      WS-SIT-MAKER-ID(WS-PEND-SUB)
                          DELIMITED BY SPACE
                      ' already awaiting confirmation'
                          DELIMITED BY SIZE
                      INTO WS-MAINT-MESSAGE
           ELSE
               IF WS-LIVE-FOUND = 'N'
                   MOVE 'Instruction ID not on file'
                       TO WS-MAINT-MESSAGE
               END-IF
           END-IF.

       ADD-INSTRUCTION.
           IF WS-SI-USED >= 2000
               MOVE 'Instruction file is full' TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-ID TO WS-MAINT-ID.
           MOVE SPACES TO WS-DET-OPERATION.
           MOVE SPACES TO WS-DET-CURRENCY.
           MOVE SPACES TO WS-DET-NUM1.
           MOVE SPACES TO WS-DET-NUM2.
           MOVE SPACE TO WS-DET-FREQUENCY.
           MOVE SPACE TO WS-DET-DAY.
           MOVE SPACES TO WS-DET-ACCOUNT.
           MOVE SPACES TO WS-DET-DESCRIPTION.
           MOVE SPACES TO WS-DET-START.
           MOVE SPACES TO WS-DET-END.
           PERFORM EDIT-INSTRUCTION-DETAIL.
           IF WS-DETAIL-VALID = 'Y'
               ADD 1 TO WS-SI-USED
               MOVE WS-SI-USED TO WS-PEND-SUB
               MOVE SPACES TO WS-SI-ENTRY(WS-PEND-SUB)
               MOVE 'A' TO WS-SIT-STATUS(WS-PEND-SUB)
               MOVE WS-NEXT-ID TO WS-SIT-ID(WS-PEND-SUB)
               ADD 1 TO WS-NEXT-ID
               PERFORM STORE-INSTRUCTION-DETAIL
               MOVE 'A' TO WS-PEND-ACTION
               PERFORM MARK-PENDING
           END-IF.

       CHANGE-INSTRUCTION.
           MOVE WS-SIT-OPERATION(WS-LIVE-SUB) TO WS-DET-OPERATION.
           MOVE WS-SIT-CURRENCY(WS-LIVE-SUB) TO WS-DET-CURRENCY.
           MOVE WS-SIT-NUM1(WS-LIVE-SUB) TO WS-DET-NUM1.
           MOVE WS-SIT-NUM2(WS-LIVE-SUB) TO WS-DET-NUM2.
           MOVE WS-SIT-FREQUENCY(WS-LIVE-SUB) TO WS-DET-FREQUENCY.
           MOVE WS-SIT-DAY(WS-LIVE-SUB) TO WS-DET-DAY.
           MOVE WS-SIT-ACCOUNT(WS-LIVE-SUB) TO WS-DET-ACCOUNT.
           MOVE WS-SIT-DESCRIPTION(WS-LIVE-SUB)
               TO WS-DET-DESCRIPTION.
           MOVE WS-SIT-START-DATE(WS-LIVE-SUB) TO WS-DET-START.
           MOVE WS-SIT-END-DATE(WS-LIVE-SUB) TO WS-DET-END.
           PERFORM EDIT-INSTRUCTION-DETAIL.
           IF WS-DETAIL-VALID = 'Y'
               PERFORM COPY-LIVE-TO-PENDING
               IF WS-MAINT-MESSAGE = SPACES
                   PERFORM STORE-INSTRUCTION-DETAIL
                   IF WS-SIT-TERMS(WS-PEND-SUB)
                      = WS-SIT-TERMS(WS-LIVE-SUB)
                       SUBTRACT 1 FROM WS-SI-USED
                       MOVE 'Nothing changed - no change submitted'
                           TO WS-MAINT-MESSAGE
                   ELSE
                       MOVE 'C' TO WS-PEND-ACTION
                       PERFORM MARK-PENDING
                   END-IF
               END-IF
           END-IF.

      *> suspending keeps the row and its terms - StandingGen just
      *> stops generating it until it is resumed.
       SUSPEND-INSTRUCTION.
           IF WS-SIT-STATUS(WS-LIVE-SUB) = 'I'
               MOVE 'Instruction is already suspended'
                   TO WS-MAINT-MESSAGE
           ELSE
               PERFORM COPY-LIVE-TO-PENDING
               IF WS-MAINT-MESSAGE = SPACES
                   MOVE 'I' TO WS-SIT-STATUS(WS-PEND-SUB)
                   MOVE 'S' TO WS-PEND-ACTION
                   PERFORM MARK-PENDING
               END-IF
           END-IF.

       RESUME-INSTRUCTION.
           IF WS-SIT-STATUS(WS-LIVE-SUB) NOT = 'I'
               MOVE 'Instruction is not suspended'
                   TO WS-MAINT-MESSAGE
           ELSE
               PERFORM COPY-LIVE-TO-PENDING
               IF WS-MAINT-MESSAGE = SPACES
                   MOVE 'A' TO WS-SIT-STATUS(WS-PEND-SUB)
                   MOVE 'R' TO WS-PEND-ACTION
                   PERFORM MARK-PENDING
               END-IF
           END-IF.

      *> the end date is the last business date the instruction is
      *> generated for; the row stays on file for its history.
       END-DATE-INSTRUCTION.
           MOVE WS-SIT-OPERATION(WS-LIVE-SUB) TO WS-DET-OPERATION.
           MOVE WS-SIT-DESCRIPTION(WS-LIVE-SUB)
               TO WS-DET-DESCRIPTION.
           MOVE WS-SIT-END-DATE(WS-LIVE-SUB) TO WS-CUR-END.
           MOVE WS-SIT-END-DATE(WS-LIVE-SUB) TO WS-DET-END.
           DISPLAY SCR-SI-END.
           ACCEPT SCR-SI-END.
           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'Cancelled' TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-END NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-DET-END)) NOT = 0
               MOVE 'End date must be CCYYMMDD' TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SIT-START-DATE(WS-LIVE-SUB) NOT = SPACES
              AND WS-DET-END < WS-SIT-START-DATE(WS-LIVE-SUB)
               MOVE 'End date is before the start date'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-END = WS-CUR-END
               MOVE 'Nothing changed - no change submitted'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COPY-LIVE-TO-PENDING.
           IF WS-MAINT-MESSAGE = SPACES
               MOVE WS-DET-END TO WS-SIT-END-DATE(WS-PEND-SUB)
               MOVE 'E' TO WS-PEND-ACTION
               PERFORM MARK-PENDING
           END-IF.

      *> the pending row starts as a copy of the live one, so the
      *> checker confirms a whole record, not a set of edits.
       COPY-LIVE-TO-PENDING.
           IF WS-SI-USED >= 2000
               MOVE 'Instruction file is full' TO WS-MAINT-MESSAGE
           ELSE
               ADD 1 TO WS-SI-USED
               MOVE WS-SI-USED TO WS-PEND-SUB
               MOVE WS-SI-ENTRY(WS-LIVE-SUB)
                   TO WS-SI-ENTRY(WS-PEND-SUB)
           END-IF.

       MARK-PENDING.
           MOVE 'P' TO WS-SIT-CONFIRM-STATE(WS-PEND-SUB).
           MOVE WS-PEND-ACTION TO WS-SIT-PEND-ACTION(WS-PEND-SUB).
           MOVE WS-OPERATOR-ID TO WS-SIT-MAKER-ID(WS-PEND-SUB).
           MOVE SPACES TO WS-SIT-CHECKER-ID(WS-PEND-SUB).
           MOVE SPACES TO WS-SIT-CONFIRM-DATE(WS-PEND-SUB).
           EVALUATE WS-PEND-ACTION
               WHEN 'A'
                   MOVE 'add' TO WS-ACTION-WORD
               WHEN 'C'
                   MOVE 'change' TO WS-ACTION-WORD
               WHEN 'S'
                   MOVE 'suspend' TO WS-ACTION-WORD
               WHEN 'R'
                   MOVE 'resume' TO WS-ACTION-WORD
               WHEN 'E'
                   MOVE 'end-date' TO WS-ACTION-WORD
           END-EVALUATE.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           STRING 'Instruction ' DELIMITED BY SIZE
                  WS-SIT-ID(WS-PEND-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SPACE
                  ' pending confirmation' DELIMITED BY SIZE
                  INTO WS-MAINT-MESSAGE.

       EDIT-INSTRUCTION-DETAIL.
           DISPLAY SCR-SI-DETAIL.
           ACCEPT SCR-SI-DETAIL.
           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'N' TO WS-DETAIL-VALID
               MOVE 'Cancelled' TO WS-MAINT-MESSAGE
           ELSE
               PERFORM VALIDATE-DETAIL
           END-IF.

      *> the same checks the row would otherwise fail every night
      *> it came due: an operation CalcDriver routes, a currency
      *> RATETAB can convert, amounts NUMVAL can read and an
      *> account AccountCheck accepts.
       VALIDATE-DETAIL.
           MOVE 'N' TO WS-DETAIL-VALID.
           MOVE FUNCTION UPPER-CASE(WS-DET-OPERATION)
               TO WS-DET-OPERATION.
           MOVE FUNCTION UPPER-CASE(WS-DET-CURRENCY)
               TO WS-DET-CURRENCY.
           MOVE FUNCTION UPPER-CASE(WS-DET-FREQUENCY)
               TO WS-DET-FREQUENCY.
           IF WS-DET-OPERATION NOT = 'ADD' AND 'SUBTRACT'
                   AND 'MULTIPLY' AND 'DIVIDE' AND 'PERCENT'
               MOVE 'Operation is not one CalcDriver runs'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-CURRENCY NOT = SPACES
              AND WS-DET-CURRENCY NOT = 'USD'
               PERFORM FIND-RATE-CURRENCY
               IF WS-CCY-FOUND = 'N'
                   MOVE 'Currency has no rate on RATETAB'
                       TO WS-MAINT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DET-NUM1 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-DET-NUM1) NOT = 0
               MOVE 'First number must be numeric'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-NUM2 = SPACES
              OR FUNCTION TEST-NUMVAL(WS-DET-NUM2) NOT = 0
               MOVE 'Second number must be numeric'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-FREQUENCY NOT = 'D' AND 'W' AND 'M'
               MOVE 'Frequency must be D, W or M' TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-FREQUENCY = 'W'
               IF WS-DET-DAY < '1' OR WS-DET-DAY > '7'
                   MOVE 'Weekly day must be 1 to 7'
                       TO WS-MAINT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE '0' TO WS-DET-DAY
           END-IF.
           IF WS-DET-ACCOUNT NOT = SPACES
               MOVE WS-DET-ACCOUNT TO ACC-ACCOUNT-ID
               CALL 'AccountCheck' USING ACCOUNT-CHECK-AREA
               IF ACC-RESULT NOT = 'A'
                   MOVE SPACES TO WS-MAINT-MESSAGE
                   STRING 'Account not active on ACCTMST, reason '
                              DELIMITED BY SIZE
                          ACC-RESULT DELIMITED BY SIZE
                          INTO WS-MAINT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DET-START NOT = SPACES
               IF WS-DET-START NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(WS-DET-START)) NOT = 0
                   MOVE 'Start date must be blank or CCYYMMDD'
                       TO WS-MAINT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DET-END NOT = SPACES
               IF WS-DET-END NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD(
                         FUNCTION NUMVAL(WS-DET-END)) NOT = 0
                   MOVE 'End date must be blank or CCYYMMDD'
                       TO WS-MAINT-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-DET-START NOT = SPACES
              AND WS-DET-END NOT = SPACES
              AND WS-DET-END < WS-DET-START
               MOVE 'End date is before the start date'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DETAIL-VALID.

       STORE-INSTRUCTION-DETAIL.
           MOVE WS-DET-OPERATION TO WS-SIT-OPERATION(WS-PEND-SUB).
           MOVE WS-DET-CURRENCY TO WS-SIT-CURRENCY(WS-PEND-SUB).
           MOVE WS-DET-NUM1 TO WS-SIT-NUM1(WS-PEND-SUB).
           MOVE WS-DET-NUM2 TO WS-SIT-NUM2(WS-PEND-SUB).
           MOVE WS-DET-FREQUENCY TO WS-SIT-FREQUENCY(WS-PEND-SUB).
           MOVE WS-DET-DAY TO WS-SIT-DAY(WS-PEND-SUB).
           MOVE WS-DET-ACCOUNT TO WS-SIT-ACCOUNT(WS-PEND-SUB).
           MOVE WS-DET-DESCRIPTION
               TO WS-SIT-DESCRIPTION(WS-PEND-SUB).
           MOVE WS-DET-START TO WS-SIT-START-DATE(WS-PEND-SUB).
           MOVE WS-DET-END TO WS-SIT-END-DATE(WS-PEND-SUB).

       FIND-RATE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-USED
                      OR WS-CCY-FOUND = 'Y'
               IF WS-CCY-CODE(WS-CCY-SUB) = WS-DET-CURRENCY
                   MOVE 'Y' TO WS-CCY-FOUND
                   SUBTRACT 1 FROM WS-CCY-SUB
               END-IF
           END-PERFORM.

       LOAD-RATE-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
      *> no RATETAB on this system - only USD instructions can be
      *> keyed until one is loaded.
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RATE-FILE, status '
                   WS-RATE-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE RT-CURRENCY TO WS-DET-CURRENCY
                       PERFORM FIND-RATE-CURRENCY
                       IF WS-CCY-FOUND = 'N'
                           PERFORM HOLD-RATE-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           MOVE SPACES TO WS-DET-CURRENCY.

       HOLD-RATE-CURRENCY.
           IF WS-CCY-USED >= 100
               DISPLAY 'ERROR: more than 100 currencies on RATETAB'
               CLOSE RATE-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-CCY-USED.
           MOVE RT-CURRENCY TO WS-CCY-CODE(WS-CCY-USED).

       LOAD-INSTRUCTION-TABLE.
           MOVE 0 TO WS-SI-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-FILE-STATUS = '35'
      *> STDINSTR doesn't exist yet (first use on a fresh system) -
      *> that is not a failure, the table starts empty and is
      *> created on exit.
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
           MOVE WS-SI-USED TO WS-SI-LOADED.

       HOLD-INSTRUCTION.
      *> a row that did not fit would be missed by the pending
      *> and next-ID checks, so stop instead.
           IF WS-SI-USED >= 2000
               DISPLAY 'ERROR: more than 2000 STDINSTR rows'
               CLOSE INSTR-FILE
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-SI-USED.
           MOVE STANDING-INSTRUCTION TO WS-SI-ENTRY(WS-SI-USED).
           IF SI-ID NOT < WS-NEXT-ID
               COMPUTE WS-NEXT-ID = SI-ID + 1
           END-IF.

      *> only this session's pending rows go out, appended the way
      *> ApprovalGate queues PENDAPPR. STDINSTR is re-read first:
      *> a change for an ID another session has since put a change
      *> against is refused, and an add whose number was taken
      *> meanwhile is given the next free one.
       SAVE-INSTRUCTION-TABLE.
           IF WS-SI-USED = WS-SI-LOADED
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESCAN-INSTRUCTION-FILE.
           OPEN EXTEND INSTR-FILE.
           IF WS-INSTR-FILE-STATUS = '35'
               OPEN OUTPUT INSTR-FILE
           END-IF.
           IF WS-INSTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot extend INSTR-FILE, status '
                   WS-INSTR-FILE-STATUS
               PERFORM SIGN-OFF-OPERATOR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > WS-SI-USED
               IF WS-SI-SUB > WS-SI-LOADED
                   MOVE WS-SI-ENTRY(WS-SI-SUB) TO STANDING-INSTRUCTION
                   PERFORM APPEND-PENDING-ROW
               END-IF
           END-PERFORM.
           CLOSE INSTR-FILE.

       APPEND-PENDING-ROW.
           IF SI-PEND-ACTION = 'A'
               IF SI-ID < WS-FILE-NEXT-ID
                   MOVE SI-ID TO WS-OLD-ID
                   MOVE WS-FILE-NEXT-ID TO SI-ID
                   DISPLAY 'Instruction ' WS-OLD-ID
                       ' was numbered meanwhile - add submitted as '
                       SI-ID
               END-IF
               COMPUTE WS-FILE-NEXT-ID = SI-ID + 1
           ELSE
               MOVE SI-ID TO WS-SEARCH-ID
               PERFORM FIND-FILE-PENDING
               IF WS-FILE-PEND-FOUND = 'Y'
                   DISPLAY 'Instruction ' SI-ID
                       ' change refused - another change was'
                       ' submitted meanwhile'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           WRITE STANDING-INSTRUCTION.

       FIND-FILE-PENDING.
           MOVE 'N' TO WS-FILE-PEND-FOUND.
           PERFORM VARYING WS-FILE-PEND-SUB FROM 1 BY 1
                   UNTIL WS-FILE-PEND-SUB > WS-FILE-PEND-USED
                      OR WS-FILE-PEND-FOUND = 'Y'
               IF WS-FILE-PEND-ID(WS-FILE-PEND-SUB) = WS-SEARCH-ID
                   MOVE 'Y' TO WS-FILE-PEND-FOUND
                   SUBTRACT 1 FROM WS-FILE-PEND-SUB
               END-IF
           END-PERFORM.

       RESCAN-INSTRUCTION-FILE.
           MOVE 0 TO WS-FILE-PEND-USED.
           MOVE 1 TO WS-FILE-NEXT-ID.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-INSTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot reopen INSTR-FILE, status '
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
                       PERFORM NOTE-FILE-ROW
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.

       NOTE-FILE-ROW.
           IF SI-ID NOT < WS-FILE-NEXT-ID
               COMPUTE WS-FILE-NEXT-ID = SI-ID + 1
           END-IF.
           IF SI-CONFIRM-STATE = 'P'
              AND WS-FILE-PEND-USED < 2000
               ADD 1 TO WS-FILE-PEND-USED
               MOVE SI-ID TO WS-FILE-PEND-ID(WS-FILE-PEND-USED)
           END-IF.

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

       END PROGRAM StdInstrMaint.
