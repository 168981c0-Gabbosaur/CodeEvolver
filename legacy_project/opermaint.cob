       FILE-CONTROL.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

      *> read only to see whether any credential exists yet - the
      *> credentials themselves are kept through OperatorSignon.
           SELECT CRED-FILE ASSIGN TO "OPERCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCR-ID
               FILE STATUS IS WS-CRED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  CRED-FILE.
       COPY OPERCRED.

       WORKING-STORAGE SECTION.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       COPY MNTLOGA.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CRED-FILE-STATUS     PIC XX VALUE '00'.
      *> Y when there is no operator or no credential on file yet,
      *> so nobody could pass the sign-on.
       01  WS-FIRST-USE            PIC X VALUE 'N'.
       01  WS-RESET-PASSWORD       PIC X(16) VALUE SPACES.

       01  WS-CRT-STATUS           PIC 9(4).
       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.
       01  WS-EXIT-REQUESTED       PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).
      *> the master record as it stood before this change, for the
      *> MAINTLOG before image.
       01  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.

       01  WS-MAINT-ACTION         PIC X VALUE SPACE.
       01  WS-MAINT-ID             PIC X(8) VALUE SPACES.
       01  WS-MAINT-MESSAGE        PIC X(50) VALUE SPACES.
       01  WS-DET-AUTH-ALLOCATE    PIC X VALUE 'N'.
       01  WS-DET-AUTH-REVERSAL    PIC X VALUE 'N'.
       01  WS-DET-AUTH-APPROVE     PIC X VALUE 'N'.
       01  WS-DET-AUTH-AUDIT       PIC X VALUE 'N'.

       SCREEN SECTION.
       01  SCR-OPR-SELECT.
           05  LINE 16 COL 20 PIC X USING WS-DET-AUTH-REVERSAL.
           05  LINE 17 COL 1 VALUE '  Approve:     '.
           05  LINE 17 COL 20 PIC X USING WS-DET-AUTH-APPROVE.
           05  LINE 18 COL 1 VALUE '  Audit review:'.
           05  LINE 18 COL 20 PIC X USING WS-DET-AUTH-AUDIT.
           05  LINE 20 COL 1 VALUE 'Enter = save   PF3 = cancel'.

      *> credential reset for a locked or expired operator: the
      *> temporary password keyed here must be changed at the
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM CHECK-FIRST-USE.
           IF WS-FIRST-USE = 'Y'
               DISPLAY 'No operator or credential on file - '
                   'first-use setup, add and reset only'
           ELSE
               PERFORM SIGN-ON-OPERATOR
           END-IF.

           OPEN I-O OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS = '35'
      *> OPERMST doesn't exist yet (first use on a fresh system) -
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

           END-PERFORM.

           CLOSE OPERMST-FILE.
           PERFORM SIGN-OFF-OPERATOR.
           GOBACK.

       APPLY-MAINT-ACTION.
           IF WS-FIRST-USE = 'Y'
              AND WS-MAINT-ACTION NOT = 'A' AND NOT = 'a'
                                  AND NOT = 'R' AND NOT = 'r'
               MOVE 'First-use setup - only A and R are allowed'
                   TO WS-MAINT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
           MOVE 'N' TO WS-DET-AUTH-ALLOCATE.
           MOVE 'N' TO WS-DET-AUTH-REVERSAL.
           MOVE 'N' TO WS-DET-AUTH-APPROVE.
           MOVE 'N' TO WS-DET-AUTH-AUDIT.

           DISPLAY SCR-OPR-DETAIL.
           ACCEPT SCR-OPR-DETAIL.
                           TO WS-MAINT-MESSAGE
                   NOT INVALID KEY
                       MOVE 'Operator added' TO WS-MAINT-MESSAGE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE 'A' TO MLA-ACTION
                       PERFORM LOG-OPERATOR-CHANGE
               END-WRITE
           END-IF.

                   MOVE 'Operator not on the master'
                       TO WS-MAINT-MESSAGE
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                   PERFORM MOVE-RECORD-TO-DETAIL
                   DISPLAY SCR-OPR-DETAIL
                   ACCEPT SCR-OPR-DETAIL
                           NOT INVALID KEY
                               MOVE 'Operator changed'
                                   TO WS-MAINT-MESSAGE
                               MOVE 'C' TO MLA-ACTION
                               PERFORM LOG-OPERATOR-CHANGE
                       END-REWRITE
                   END-IF
           END-READ.
                   MOVE 'Operator not on the master'
                       TO WS-MAINT-MESSAGE
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'I' TO OPR-STATUS
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           MOVE 'Operator deactivated'
                               TO WS-MAINT-MESSAGE
                           MOVE 'D' TO MLA-ACTION
                           PERFORM LOG-OPERATOR-CHANGE
                   END-REWRITE
           END-READ.

                   TO WS-MAINT-MESSAGE
           END-IF.

      *> every change applied to the master goes to MAINTLOG with
      *> who made it - the message line says so if it could not.
       LOG-OPERATOR-CHANGE.
           MOVE 'OPERMST' TO MLA-TABLE.
           MOVE OPR-ID TO MLA-KEY.
           MOVE WS-OPERATOR-ID TO MLA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO MLA-TERMINAL-ID.
           MOVE 'OperMaint' TO MLA-PROGRAM.
           MOVE WS-BEFORE-IMAGE TO MLA-BEFORE.
           MOVE OPERATOR-RECORD TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Change applied - NOT written to MAINTLOG'
                   TO WS-MAINT-MESSAGE
           END-IF.

      *> OperMaint is the only way operators and credentials are
      *> created, so with OPERMST or OPERCRED missing or empty the
      *> sign-on could never succeed. That first use runs without
      *> it, limited to adding operators and setting their
      *> credentials; the next session signs on as usual. An
      *> install where every credential is locked or lost is
      *> recovered the same way - OPERCRED is redefined empty,
      *> which takes dataset authority, and the credentials reset.
       CHECK-FIRST-USE.
           MOVE 'N' TO WS-FIRST-USE.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS = '35'
               MOVE 'Y' TO WS-FIRST-USE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPERMST-FILE-STATUS = '00'
               READ OPERMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIRST-USE
               END-READ
               CLOSE OPERMST-FILE
           END-IF.
           IF WS-FIRST-USE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CRED-FILE.
           IF WS-CRED-FILE-STATUS = '35'
               MOVE 'Y' TO WS-FIRST-USE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CRED-FILE-STATUS = '00'
               READ CRED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIRST-USE
               END-READ
               CLOSE CRED-FILE
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

      *> a credential reset reuses SIGNON-AREA for the operator
      *> being reset, so the signed-on ID is put back first.
       SIGN-OFF-OPERATOR.
           IF WS-FIRST-USE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO SGN-FUNCTION.
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO SGN-TERMINAL-ID.
           CALL 'OperatorSignon' USING SIGNON-AREA.

       MOVE-DETAIL-TO-RECORD.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-MAINT-ID TO OPR-ID.
           MOVE WS-DET-AUTH-ALLOCATE TO OPR-AUTH-ALLOCATE.
           MOVE WS-DET-AUTH-REVERSAL TO OPR-AUTH-REVERSAL.
           MOVE WS-DET-AUTH-APPROVE TO OPR-AUTH-APPROVE.
           MOVE WS-DET-AUTH-AUDIT TO OPR-AUTH-AUDIT.

       MOVE-RECORD-TO-DETAIL.
           MOVE OPR-NAME TO WS-DET-NAME.
           MOVE OPR-AUTH-ALLOCATE TO WS-DET-AUTH-ALLOCATE.
           MOVE OPR-AUTH-REVERSAL TO WS-DET-AUTH-REVERSAL.
           MOVE OPR-AUTH-APPROVE TO WS-DET-AUTH-APPROVE.
           MOVE OPR-AUTH-AUDIT TO WS-DET-AUTH-AUDIT.

       END PROGRAM OperMaint.
