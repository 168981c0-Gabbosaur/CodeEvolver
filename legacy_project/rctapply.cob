       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertApply.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-FILE-STATUS.

           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
       COPY RECERT.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RECERT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       COPY MNTLOGA.

       01  WS-AUTH-NAME-TABLE.
           05  WS-AUTH-NAME OCCURS 10 TIMES PIC X(10).
       01  WS-AUTH-SUB             PIC 9(2) VALUE 0.
       01  WS-AUTH-FOUND           PIC X VALUE 'N'.
       01  WS-AUTH-POS             PIC 9(2) VALUE 0.

       01  WS-BEFORE-IMAGE         PIC X(80).
       01  WS-RESULT               PIC X(20).
      *> the cycle the run was started for, CCYYQn from SYSIN -
      *> every row must carry it, so a stale file put back in
      *> RECERTIN cannot clear authorities from an old review.
       01  WS-CYCLE                PIC X(6) VALUE SPACES.
       01  WS-MANAGER-RESULT       PIC X(20) VALUE SPACES.

       01  WS-ROWS-READ            PIC 9(7) VALUE 0.
       01  WS-KEPT                 PIC 9(7) VALUE 0.
       01  WS-REVOKED              PIC 9(7) VALUE 0.
       01  WS-ALREADY              PIC 9(7) VALUE 0.
       01  WS-REJECTED             PIC 9(7) VALUE 0.
       01  WS-WRONG-CYCLE          PIC 9(7) VALUE 0.
       01  WS-UNDECIDED            PIC 9(7) VALUE 0.
       01  WS-NOT-LOGGED           PIC 9(7) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           PERFORM SET-AUTHORITY-NAMES.

           DISPLAY 'Enter review cycle (CCYYQn): '.
           ACCEPT WS-CYCLE.
           IF WS-CYCLE(1:4) NOT NUMERIC
              OR WS-CYCLE(5:1) NOT = 'Q'
              OR WS-CYCLE(6:1) < '1' OR WS-CYCLE(6:1) > '4'
               DISPLAY 'ERROR: review cycle must be CCYYQn: '
                   WS-CYCLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RECERT-FILE, status '
                   WS-RECERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RECERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM PROCESS-DECISION
               END-READ
           END-PERFORM.

           PERFORM PRINT-SUMMARY.

           CLOSE RECERT-FILE.
           CLOSE OPERMST-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'RECERTIFICATION ' WS-CYCLE ': ' WS-REVOKED
               ' revoked, ' WS-KEPT ' kept, ' WS-REJECTED
               ' rejected, ' WS-UNDECIDED ' undecided'.

      *> a revocation that reached OPERMST but not MAINTLOG is the
      *> worse outcome - the master changed with no trail of who.
      *> Rows from another cycle mean the wrong file was supplied.
           IF WS-NOT-LOGGED > 0 OR WS-WRONG-CYCLE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED > 0 OR WS-UNDECIDED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       SET-AUTHORITY-NAMES.
           MOVE 'ADD' TO WS-AUTH-NAME(1).
           MOVE 'SUBTRACT' TO WS-AUTH-NAME(2).
           MOVE 'MULTIPLY' TO WS-AUTH-NAME(3).
           MOVE 'DIVIDE' TO WS-AUTH-NAME(4).
           MOVE 'PERCENT' TO WS-AUTH-NAME(5).
           MOVE 'INTEREST' TO WS-AUTH-NAME(6).
           MOVE 'ALLOCATE' TO WS-AUTH-NAME(7).
           MOVE 'REVERSAL' TO WS-AUTH-NAME(8).
           MOVE 'APPROVE' TO WS-AUTH-NAME(9).
           MOVE 'AUDREVIEW' TO WS-AUTH-NAME(10).

      *> K is counted and nothing else; a blank decision or a row
      *> with no manager ID is listed back so it can be chased -
      *> nothing is revoked on an unsigned row. A row from any
      *> cycle but the one asked for, or signed by anyone but an
      *> active operator other than the one under review, is
      *> rejected whatever it says.
       PROCESS-DECISION.
           MOVE SPACES TO WS-MANAGER-RESULT.
           IF RCT-MANAGER-ID NOT = SPACES
               PERFORM CHECK-MANAGER
           END-IF.
           EVALUATE TRUE
               WHEN RCT-CYCLE NOT = WS-CYCLE
                   MOVE 'WRONG CYCLE' TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   ADD 1 TO WS-WRONG-CYCLE
                   PERFORM PRINT-DECISION-LINE
               WHEN RCT-DECISION = SPACE
                   MOVE 'NO DECISION' TO WS-RESULT
                   ADD 1 TO WS-UNDECIDED
                   PERFORM PRINT-DECISION-LINE
               WHEN RCT-DECISION NOT = 'K' AND RCT-DECISION NOT = 'R'
                   MOVE 'BAD DECISION CODE' TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   PERFORM PRINT-DECISION-LINE
               WHEN RCT-MANAGER-ID = SPACES
                   MOVE 'NO MANAGER ID' TO WS-RESULT
                   ADD 1 TO WS-UNDECIDED
                   PERFORM PRINT-DECISION-LINE
               WHEN WS-MANAGER-RESULT NOT = SPACES
                   MOVE WS-MANAGER-RESULT TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   PERFORM PRINT-DECISION-LINE
               WHEN RCT-DECISION = 'K'
                   ADD 1 TO WS-KEPT
               WHEN OTHER
                   PERFORM APPLY-REVOCATION
                   PERFORM PRINT-DECISION-LINE
           END-EVALUATE.

      *> the signer becomes the operator of record on MAINTLOG, so
      *> it must be a real, active operator ID - and never the
      *> operator whose access is being decided.
       CHECK-MANAGER.
           IF RCT-MANAGER-ID = RCT-OPERATOR-ID
               MOVE 'SIGNED FOR OWN ID' TO WS-MANAGER-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE RCT-MANAGER-ID TO OPR-ID.
           READ OPERMST-FILE
               INVALID KEY
                   MOVE 'MGR NOT ON OPERMST' TO WS-MANAGER-RESULT
                   EXIT PARAGRAPH
           END-READ.
           IF OPR-STATUS NOT = 'A'
               MOVE 'MGR NOT ACTIVE' TO WS-MANAGER-RESULT
           END-IF.

       APPLY-REVOCATION.
           MOVE 0 TO WS-AUTH-POS.
           IF RCT-AUTHORITY NOT = 'ACCESS'
               MOVE 'N' TO WS-AUTH-FOUND
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 10 OR WS-AUTH-FOUND = 'Y'
                   IF WS-AUTH-NAME(WS-AUTH-SUB) = RCT-AUTHORITY
                       MOVE 'Y' TO WS-AUTH-FOUND
      *> the flags follow OPR-STATUS, byte 47, in table order.
                       COMPUTE WS-AUTH-POS = 47 + WS-AUTH-SUB
                   END-IF
               END-PERFORM
               IF WS-AUTH-FOUND = 'N'
                   MOVE 'UNKNOWN AUTHORITY' TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE RCT-OPERATOR-ID TO OPR-ID.
           READ OPERMST-FILE
               INVALID KEY
                   MOVE 'NOT ON OPERMST' TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   EXIT PARAGRAPH
           END-READ.

           MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
           IF WS-AUTH-POS = 0
               IF OPR-STATUS = 'I'
                   MOVE 'ALREADY REVOKED' TO WS-RESULT
                   ADD 1 TO WS-ALREADY
                   EXIT PARAGRAPH
               END-IF
               MOVE 'I' TO OPR-STATUS
               MOVE 'D' TO MLA-ACTION
           ELSE
               IF OPERATOR-RECORD(WS-AUTH-POS:1) NOT = 'Y'
                   MOVE 'ALREADY REVOKED' TO WS-RESULT
                   ADD 1 TO WS-ALREADY
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO OPERATOR-RECORD(WS-AUTH-POS:1)
               MOVE 'C' TO MLA-ACTION
           END-IF.

           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-RESULT
                   ADD 1 TO WS-REJECTED
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'REVOKED' TO WS-RESULT.
           ADD 1 TO WS-REVOKED.
           PERFORM LOG-REVOCATION.

      *> the manager who signed the row is the operator of record
      *> for the change on MAINTLOG.
       LOG-REVOCATION.
           MOVE 'OPERMST' TO MLA-TABLE.
           MOVE OPR-ID TO MLA-KEY.
           MOVE RCT-MANAGER-ID TO MLA-OPERATOR-ID.
           MOVE SPACES TO MLA-TERMINAL-ID.
           MOVE 'RecertApp' TO MLA-PROGRAM.
           MOVE WS-BEFORE-IMAGE TO MLA-BEFORE.
           MOVE OPERATOR-RECORD TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'REVOKED - NOT LOGGED' TO WS-RESULT
               ADD 1 TO WS-NOT-LOGGED
           END-IF.

       PRINT-DECISION-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING RCT-DEPARTMENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCT-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCT-AUTHORITY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCT-DECISION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RCT-MANAGER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCT-DECISION-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT.
           STRING 'DECISION ROWS READ     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-KEPT TO WS-COUNT-EDIT.
           STRING 'KEPT                   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REVOKED TO WS-COUNT-EDIT.
           STRING 'REVOKED                ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ALREADY TO WS-COUNT-EDIT.
           STRING 'ALREADY REVOKED        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-REJECTED TO WS-COUNT-EDIT.
           STRING 'REJECTED               ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNDECIDED TO WS-COUNT-EDIT.
           STRING 'NOT DECIDED OR SIGNED  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-WRONG-CYCLE > 0
               MOVE WS-WRONG-CYCLE TO WS-COUNT-EDIT
               STRING '  OF WHICH WRONG CYCLE ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-NOT-LOGGED > 0
               MOVE WS-NOT-LOGGED TO WS-COUNT-EDIT
               STRING 'REVOKED, NOT ON MAINTLOG' DELIMITED BY SIZE
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
           STRING 'ACCESS RECERTIFICATION ' DELIMITED BY SIZE
                  WS-CYCLE DELIMITED BY SIZE
                  ' - DECISIONS APPLIED' DELIMITED BY SIZE
                  '              PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING 'DEPT     OPERATOR AUTHORITY  D  ' DELIMITED BY SIZE
                  'MANAGER  DATE      RESULT' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.

       END PROGRAM RecertApply.
