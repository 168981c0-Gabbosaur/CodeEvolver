       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctMaint.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-ACCTMST-FILE-STATUS.

      *> read front to back once at start-up to learn which
      *> departments ChargebackInvoice bills - it prices usage by
      *> the department on the operator master, so those are the
      *> only departments an account may be charged to.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
       COPY ACCTREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  REJECT-FILE.
       COPY REJREC.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PENDING-FILE.
       COPY PENDAPPR.

       FD  STANDING-FILE.
       COPY STDINSTR.

      *> held segments are whole feeds (header, details, trailer) -
      *> only the details name an account.
       FD  WAREHOUSE-FILE.
       COPY CALCTRAN.
       COPY TRNCTL.

       WORKING-STORAGE SECTION.
       COPY OPERSGNA.
       01  WS-PASSWORD-ANSWER  PIC X(16).
       01  WS-NEWPASS-ANSWER   PIC X(16).
       COPY MNTLOGA.
       01  WS-ACCTMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REJECT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-PENDING-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-STANDING-FILE-STATUS PIC XX VALUE '00'.
       01  WS-WAREHOUSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

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

       01  WS-DET-NAME             PIC X(30) VALUE SPACES.
       01  WS-DET-DEPARTMENT       PIC X(8) VALUE SPACES.
       01  WS-DET-STATUS           PIC X VALUE 'A'.

      *> departments found on the operator master.
       01  WS-DEPT-TABLE.
           05  WS-DEP-ID OCCURS 50 TIMES PIC X(8).
       01  WS-DEP-USED             PIC 9(3) VALUE 0.
       01  WS-DEP-SUB              PIC 9(3) VALUE 0.
       01  WS-DEP-FOUND            PIC X VALUE 'N'.

       01  WS-DETAIL-VALID         PIC X VALUE 'Y'.
      *> set by CHECK-OPEN-WORK to the first queue still holding
      *> work for the account, spaces when the account is clear.
       01  WS-OPEN-WORK-QUEUE      PIC X(8) VALUE SPACES.
       01  WS-SCAN-TODAY           PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01  SCR-ACM-SELECT.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'AcctMaint - Account Master'.
           05  LINE 1 COL 29 VALUE 'Maintenance'.
           05  LINE 3 COL 1  VALUE 'Action (A/C/D):  '.
           05  LINE 3 COL 20 PIC X USING WS-MAINT-ACTION.
           05  LINE 3 COL 25 VALUE 'A=add C=change D=deactivate'.
           05  LINE 4 COL 1  VALUE 'Account ID:    '.
           05  LINE 4 COL 20 PIC X(8) USING WS-MAINT-ID.
           05  LINE 6 COL 1  VALUE 'Enter = continue   PF3 = Exit'.
           05  LINE 8 COL 1  PIC X(50) FROM WS-MAINT-MESSAGE.

       01  SCR-ACM-DETAIL.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE 'AcctMaint - Account Detail'.
           05  LINE 3 COL 1  VALUE 'Account ID:    '.
           05  LINE 3 COL 20 PIC X(8) FROM WS-MAINT-ID.
           05  LINE 4 COL 1  VALUE 'Name:          '.
           05  LINE 4 COL 20 PIC X(30) USING WS-DET-NAME.
           05  LINE 5 COL 1  VALUE 'Department:    '.
           05  LINE 5 COL 20 PIC X(8) USING WS-DET-DEPARTMENT.
           05  LINE 6 COL 1  VALUE 'Status (A/I):  '.
           05  LINE 6 COL 20 PIC X USING WS-DET-STATUS.
           05  LINE 8 COL 1  VALUE 'Enter = save   PF3 = cancel'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter operator ID: '.
           ACCEPT WS-OPERATOR-ID.
           DISPLAY 'Enter terminal ID: '.
           ACCEPT WS-TERMINAL-ID.

           PERFORM SIGN-ON-OPERATOR.

           PERFORM LOAD-BILLED-DEPARTMENTS.

           OPEN I-O ACCTMST-FILE.
           IF WS-ACCTMST-FILE-STATUS = '35'
      *> ACCTMST doesn't exist yet (first use on a fresh system) -
      *> that is not a failure, the file is simply created now.
               OPEN OUTPUT ACCTMST-FILE
               CLOSE ACCTMST-FILE
               OPEN I-O ACCTMST-FILE
           END-IF.
           IF WS-ACCTMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ACCTMST-FILE, status '
                   WS-ACCTMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EXIT-REQUESTED = 'Y'
               DISPLAY SCR-ACM-SELECT
               ACCEPT SCR-ACM-SELECT
               IF WS-CRT-STATUS = WS-PF3-KEY
                   MOVE 'Y' TO WS-EXIT-REQUESTED
               ELSE
                   MOVE SPACES TO WS-MAINT-MESSAGE
                   IF WS-MAINT-ID = SPACES
                       MOVE 'Account ID is required'
                           TO WS-MAINT-MESSAGE
                   ELSE
                       PERFORM APPLY-MAINT-ACTION
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ACCTMST-FILE.
           PERFORM SIGN-OFF-OPERATOR.
           GOBACK.

       LOAD-BILLED-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM SIGN-OFF-OPERATOR
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OPERMST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OPR-DEPARTMENT NOT = SPACES
                           PERFORM REGISTER-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERMST-FILE.

       REGISTER-DEPARTMENT.
           MOVE OPR-DEPARTMENT TO WS-DET-DEPARTMENT.
           PERFORM FIND-DEPARTMENT.
           IF WS-DEP-FOUND = 'N'
               IF WS-DEP-USED >= 50
      *> a dropped department would refuse good accounts - fail
      *> loudly instead, the same limit ChargebackInvoice bills.
                   DISPLAY 'ERROR: more than 50 departments on '
                       'OPERMST'
                   MOVE 16 TO RETURN-CODE
                   PERFORM SIGN-OFF-OPERATOR
                   GOBACK
               END-IF
               ADD 1 TO WS-DEP-USED
               MOVE OPR-DEPARTMENT TO WS-DEP-ID(WS-DEP-USED)
           END-IF.

       FIND-DEPARTMENT.
           MOVE 'N' TO WS-DEP-FOUND.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
                      OR WS-DEP-FOUND = 'Y'
               IF WS-DEP-ID(WS-DEP-SUB) = WS-DET-DEPARTMENT
                   MOVE 'Y' TO WS-DEP-FOUND
               END-IF
           END-PERFORM.

       APPLY-MAINT-ACTION.
           EVALUATE WS-MAINT-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM ADD-ACCOUNT
               WHEN 'C'
               WHEN 'c'
                   PERFORM CHANGE-ACCOUNT
               WHEN 'D'
               WHEN 'd'
                   PERFORM DEACTIVATE-ACCOUNT
               WHEN OTHER
                   MOVE 'Action must be A, C or D'
                       TO WS-MAINT-MESSAGE
           END-EVALUATE.

       ADD-ACCOUNT.
           MOVE SPACES TO WS-DET-NAME.
           MOVE SPACES TO WS-DET-DEPARTMENT.
           MOVE 'A' TO WS-DET-STATUS.

           DISPLAY SCR-ACM-DETAIL.
           ACCEPT SCR-ACM-DETAIL.
           IF WS-CRT-STATUS = WS-PF3-KEY
               MOVE 'Add cancelled' TO WS-MAINT-MESSAGE
           ELSE
               PERFORM VALIDATE-DETAIL
               IF WS-DETAIL-VALID = 'Y'
                   PERFORM MOVE-DETAIL-TO-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           MOVE 'Account already on the master'
                               TO WS-MAINT-MESSAGE
                       NOT INVALID KEY
                           MOVE 'Account added' TO WS-MAINT-MESSAGE
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE 'A' TO MLA-ACTION
                           PERFORM LOG-ACCOUNT-CHANGE
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-ACCOUNT.
           MOVE WS-MAINT-ID TO ACM-ID.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'Account not on the master'
                       TO WS-MAINT-MESSAGE
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM MOVE-RECORD-TO-DETAIL
                   DISPLAY SCR-ACM-DETAIL
                   ACCEPT SCR-ACM-DETAIL
                   IF WS-CRT-STATUS = WS-PF3-KEY
                       MOVE 'Change cancelled' TO WS-MAINT-MESSAGE
                   ELSE
                       PERFORM VALIDATE-DETAIL
      *> keying I over an active account is a deactivation and
      *> gets the same open-work check as the D action.
                       IF WS-DETAIL-VALID = 'Y'
                          AND WS-DET-STATUS = 'I'
                          AND ACM-STATUS NOT = 'I'
                           PERFORM CHECK-OPEN-WORK
                           IF WS-OPEN-WORK-QUEUE NOT = SPACES
                               MOVE 'N' TO WS-DETAIL-VALID
                               PERFORM SET-OPEN-WORK-MESSAGE
                           END-IF
                       END-IF
                       IF WS-DETAIL-VALID = 'Y'
                           PERFORM MOVE-DETAIL-TO-RECORD
                           REWRITE ACCOUNT-RECORD
                               INVALID KEY
                                   MOVE 'Rewrite failed'
                                       TO WS-MAINT-MESSAGE
                               NOT INVALID KEY
                                   MOVE 'Account changed'
                                       TO WS-MAINT-MESSAGE
                                   MOVE 'C' TO MLA-ACTION
                                   PERFORM LOG-ACCOUNT-CHANGE
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       DEACTIVATE-ACCOUNT.
           MOVE WS-MAINT-ID TO ACM-ID.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'Account not on the master'
                       TO WS-MAINT-MESSAGE
               NOT INVALID KEY
                   PERFORM CHECK-OPEN-WORK
                   IF WS-OPEN-WORK-QUEUE NOT = SPACES
                       PERFORM SET-OPEN-WORK-MESSAGE
                   ELSE
                       MOVE ACCOUNT-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'I' TO ACM-STATUS
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               MOVE 'Rewrite failed'
                                   TO WS-MAINT-MESSAGE
                           NOT INVALID KEY
                               MOVE 'Account deactivated'
                                   TO WS-MAINT-MESSAGE
                               MOVE 'D' TO MLA-ACTION
                               PERFORM LOG-ACCOUNT-CHANGE
                       END-REWRITE
                   END-IF
           END-READ.

       VALIDATE-DETAIL.
           MOVE 'Y' TO WS-DETAIL-VALID.
           IF WS-DET-STATUS = 'a'
               MOVE 'A' TO WS-DET-STATUS
           END-IF.
           IF WS-DET-STATUS = 'i'
               MOVE 'I' TO WS-DET-STATUS
           END-IF.
           IF WS-DET-NAME = SPACES
               MOVE 'N' TO WS-DETAIL-VALID
               MOVE 'Name is required' TO WS-MAINT-MESSAGE
           ELSE
               IF WS-DET-STATUS NOT = 'A'
                  AND WS-DET-STATUS NOT = 'I'
                   MOVE 'N' TO WS-DETAIL-VALID
                   MOVE 'Status must be A or I' TO WS-MAINT-MESSAGE
               ELSE
                   PERFORM FIND-DEPARTMENT
                   IF WS-DEP-FOUND = 'N'
                       MOVE 'N' TO WS-DETAIL-VALID
                       MOVE 'Department is not a billed department'
                           TO WS-MAINT-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *> an account AccountCheck rejects strands anything still
      *> queued against it - look through every queue that can
      *> carry work forward, stopping at the first that does.
       CHECK-OPEN-WORK.
           MOVE SPACES TO WS-OPEN-WORK-QUEUE.
           PERFORM SCAN-OPEN-REJECTS.
           IF WS-OPEN-WORK-QUEUE = SPACES
               PERFORM SCAN-OPEN-SUSPENSE
           END-IF.
           IF WS-OPEN-WORK-QUEUE = SPACES
               PERFORM SCAN-PENDING-APPROVALS
           END-IF.
           IF WS-OPEN-WORK-QUEUE = SPACES
               PERFORM SCAN-STANDING-INSTRUCTIONS
           END-IF.
           IF WS-OPEN-WORK-QUEUE = SPACES
               PERFORM SCAN-HELD-SEGMENTS
           END-IF.

       SET-OPEN-WORK-MESSAGE.
           MOVE SPACES TO WS-MAINT-MESSAGE.
           STRING 'Open work on ' DELIMITED BY SIZE
                  WS-OPEN-WORK-QUEUE DELIMITED BY SPACE
                  ' - cannot deactivate' DELIMITED BY SIZE
                  INTO WS-MAINT-MESSAGE.

      *> each queue may not exist yet on a fresh system - a '35'
      *> simply means nothing is queued there.
       SCAN-OPEN-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF REJ-STATUS = 'O'
                          AND REJ-ACCOUNT = WS-MAINT-ID
                           MOVE 'CALCREJ' TO WS-OPEN-WORK-QUEUE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REJECT-FILE-STATUS NOT = '35'
               CLOSE REJECT-FILE
           END-IF.

       SCAN-OPEN-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SUS-STATUS = 'O'
                          AND SUS-ACCOUNT = WS-MAINT-ID
                           MOVE 'CALCSUSP' TO WS-OPEN-WORK-QUEUE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SUSPENSE-FILE-STATUS NOT = '35'
               CLOSE SUSPENSE-FILE
           END-IF.

       SCAN-PENDING-APPROVALS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PND-STATUS = 'P'
                          AND PND-ACCOUNT-ID = WS-MAINT-ID
                           MOVE 'PENDAPPR' TO WS-OPEN-WORK-QUEUE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PENDING-FILE-STATUS NOT = '35'
               CLOSE PENDING-FILE
           END-IF.

      *> a pending maker-checker row counts - it may yet be
      *> confirmed - but an instruction end-dated before today
      *> will never generate again.
       SCAN-STANDING-INSTRUCTIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCAN-TODAY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SI-STATUS = 'A'
                          AND SI-ACCOUNT = WS-MAINT-ID
                          AND (SI-END-DATE = SPACES
                               OR SI-END-DATE NOT < WS-SCAN-TODAY)
                           MOVE 'STDINSTR' TO WS-OPEN-WORK-QUEUE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STANDING-FILE-STATUS NOT = '35'
               CLOSE STANDING-FILE
           END-IF.

       SCAN-HELD-SEGMENTS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CT-RECORD-TYPE = 'D'
                          AND CT-ACCOUNT = WS-MAINT-ID
                           MOVE 'FUTWHSE' TO WS-OPEN-WORK-QUEUE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WAREHOUSE-FILE-STATUS NOT = '35'
               CLOSE WAREHOUSE-FILE
           END-IF.

      *> every change applied to the master goes to MAINTLOG with
      *> who made it - the message line says so if it could not.
       LOG-ACCOUNT-CHANGE.
           MOVE 'ACCTMST' TO MLA-TABLE.
           MOVE ACM-ID TO MLA-KEY.
           MOVE WS-OPERATOR-ID TO MLA-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO MLA-TERMINAL-ID.
           MOVE 'AcctMaint' TO MLA-PROGRAM.
           MOVE WS-BEFORE-IMAGE TO MLA-BEFORE.
           MOVE ACCOUNT-RECORD TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Change applied - NOT written to MAINTLOG'
                   TO WS-MAINT-MESSAGE
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

       MOVE-DETAIL-TO-RECORD.
           MOVE SPACES TO ACCOUNT-RECORD.
           MOVE WS-MAINT-ID TO ACM-ID.
           MOVE WS-DET-NAME TO ACM-NAME.
           MOVE WS-DET-DEPARTMENT TO ACM-DEPARTMENT.
           MOVE WS-DET-STATUS TO ACM-STATUS.

       MOVE-RECORD-TO-DETAIL.
           MOVE ACM-NAME TO WS-DET-NAME.
           MOVE ACM-DEPARTMENT TO WS-DET-DEPARTMENT.
           MOVE ACM-STATUS TO WS-DET-STATUS.

       END PROGRAM AcctMaint.
