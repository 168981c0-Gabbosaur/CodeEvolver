       COPY PCTRATE.

       WORKING-STORAGE SECTION.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       COPY MNTLOGA.
       01  WS-PCTRATE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-PF3-KEY              PIC 9(4) VALUE 1003.
       01  WS-EXIT-REQUESTED       PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-TERMINAL-ID          PIC X(8).
      *> the table entry as it stood before this change, for the
      *> MAINTLOG before image (an entry is laid out exactly as
      *> the PCTRATES record).
       01  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.

      *> the whole table is held in storage while the screen runs
      *> and written back out on exit - it is a small, slow-moving
      *> reference file, not a transaction file.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM LOAD-RATE-TABLE.

           PERFORM UNTIL WS-EXIT-REQUESTED = 'Y'
           END-PERFORM.

           PERFORM SAVE-RATE-TABLE.
           PERFORM SIGN-OFF-OPERATOR.
           GOBACK.

       APPLY-MAINT-ACTION.
                   MOVE WS-MAINT-FROM TO WS-RTE-FROM(WS-RATE-SUB)
                   PERFORM STORE-RATE-DETAIL
                   MOVE 'Rate added' TO WS-MAINT-MESSAGE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO MLA-ACTION
                   PERFORM LOG-RATE-CHANGE
               END-IF
           END-IF.

           MOVE WS-RTE-TO(WS-RATE-SUB) TO WS-DET-TO.
           PERFORM EDIT-RATE-DETAIL.
           IF WS-MAINT-MESSAGE = SPACES
               MOVE WS-RATE-ENTRY(WS-RATE-SUB) TO WS-BEFORE-IMAGE
               PERFORM STORE-RATE-DETAIL
               MOVE 'Rate changed' TO WS-MAINT-MESSAGE
               MOVE 'C' TO MLA-ACTION
               PERFORM LOG-RATE-CHANGE
           END-IF.

       EDIT-RATE-DETAIL.
               END-IF
           END-IF.

      *> every change applied to the table goes to MAINTLOG with
      *> who made it - the message line says so if it could not.
       LOG-RATE-CHANGE.
           MOVE 'PCTRATES' TO MLA-TABLE.
           MOVE SPACES TO MLA-KEY.
           STRING WS-RTE-CODE(WS-RATE-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RTE-FROM(WS-RATE-SUB) DELIMITED BY SIZE
                  INTO MLA-KEY.
           MOVE WS-OPERATOR-ID TO MLA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO MLA-TERMINAL-ID.
           MOVE 'RateMaint' TO MLA-PROGRAM.
           MOVE WS-BEFORE-IMAGE TO MLA-BEFORE.
           MOVE WS-RATE-ENTRY(WS-RATE-SUB) TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Change applied - NOT written to MAINTLOG'
                   TO WS-MAINT-MESSAGE
           END-IF.

       STORE-RATE-DETAIL.
           MOVE WS-DET-DESC TO WS-RTE-DESC(WS-RATE-SUB).
           MOVE WS-DET-PERCENT TO WS-RTE-PERCENT(WS-RATE-SUB).
           END-PERFORM.
           CLOSE PCTRATE-FILE.

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

       END PROGRAM RateMaint.
