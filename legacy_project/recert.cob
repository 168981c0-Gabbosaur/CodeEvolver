       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertPackage.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT CRED-FILE ASSIGN TO "OPERCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OCR-ID
               FILE STATUS IS WS-CRED-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "OPERLIMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT DIRECTORY-FILE ASSIGN TO "AUDMDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-FILE-STATUS.

      *> the dated archives inside the dormancy window, re-pointed
      *> one at a time the same way ArchiveResearch walks them.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECERTPK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  CRED-FILE.
       COPY OPERCRED.

       FD  LIMIT-FILE.
       COPY OPERLIMT.

      *> the OperatorSignon event trail layout.
       FD  SIGNLOG-FILE.
       01  SIGNLOG-RECORD.
           05  SGL-TIMESTAMP       PIC X(26).
           05  SGL-OPERATOR-ID     PIC X(8).
           05  SGL-TERMINAL-ID     PIC X(8).
           05  SGL-EVENT           PIC X(8).

       FD  AUDIT-FILE.
       01  LIVE-RECORD             PIC X(218).

       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05  ADR-PERIOD          PIC X(6).
           05  ADR-FIRST-DATE      PIC X(8).
           05  ADR-LAST-DATE       PIC X(8).
           05  ADR-COUNT           PIC 9(7).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(218).

       FD  RECERT-FILE.
       COPY RECERT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
      *> the open period and its archives are poured through the
      *> one AUDITREC image.
       COPY AUDITREC.

       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CRED-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-LIMIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-SIGNLOG-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-DIRECTORY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-RECERT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-REVIEW-DATE          PIC X(8).
       01  WS-REVIEW-DAYS          PIC 9(7) VALUE 0.
       01  WS-CYCLE                PIC X(6).
       01  WS-QUARTER              PIC 9 VALUE 0.
       01  WS-MONTH                PIC 99 VALUE 0.

      *> an operator with no sign-on and no audit activity for
      *> longer than this is flagged dormant.
       01  WS-DORMANT-DAYS         PIC 9(3) VALUE 90.
       01  WS-IDLE-DAYS            PIC 9(7) VALUE 0.
       01  WS-HORIZON-DATE         PIC 9(8) VALUE 0.
       01  WS-LAST-USED            PIC X(8).

       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID       PIC X(8).
               10  WS-OPR-NAME     PIC X(30).
               10  WS-OPR-DEPT     PIC X(8).
               10  WS-OPR-STATUS   PIC X.
      *> the ten OPR-AUTH flags, in OPERREC order.
               10  WS-OPR-AUTHS.
                   15  WS-OPR-AUTH OCCURS 10 TIMES PIC X.
               10  WS-OPR-LAST-SIGNON  PIC X(8).
               10  WS-OPR-LAST-ACTIVE  PIC X(8).
       01  WS-OPR-USED             PIC 9(3) VALUE 0.
       01  WS-OPR-SUB              PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND            PIC X VALUE 'N'.
       01  WS-LOOKUP-ID            PIC X(8).

       01  WS-ARCH-NAME            PIC X(32) VALUE SPACES.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 60 TIMES.
               10  WS-DIR-PERIOD   PIC X(6).
               10  WS-DIR-FIRST    PIC X(8).
               10  WS-DIR-LAST     PIC X(8).
       01  WS-DIR-USED             PIC 9(3) VALUE 0.
       01  WS-DIR-SUB              PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(3) VALUE 0.

       01  WS-AUTH-NAME-TABLE.
           05  WS-AUTH-NAME OCCURS 10 TIMES PIC X(10).
       01  WS-AUTH-SHORT-TABLE.
           05  WS-AUTH-SHORT OCCURS 10 TIMES PIC X(3).
       01  WS-AUTH-SUB             PIC 9(2) VALUE 0.

       01  WS-DEPT-TABLE.
           05  WS-DEP-ID OCCURS 50 TIMES PIC X(8).
       01  WS-DEP-USED             PIC 9(3) VALUE 0.
       01  WS-DEP-SUB              PIC 9(3) VALUE 0.
       01  WS-DEP-SUB2             PIC 9(3) VALUE 0.
       01  WS-DEP-FOUND            PIC X VALUE 'N'.
       01  WS-DEP-HOLD             PIC X(8).

       01  WS-LIMIT-TABLE.
           05  WS-LIM-ENTRY OCCURS 500 TIMES.
               10  WS-LIM-OPERATOR  PIC X(8).
               10  WS-LIM-OPERATION PIC X(10).
               10  WS-LIM-AMOUNT    PIC X(14).
       01  WS-LIM-USED             PIC 9(3) VALUE 0.
       01  WS-LIM-SUB              PIC 9(3) VALUE 0.
       01  WS-LIM-PRINTED          PIC X VALUE 'N'.

       01  WS-CRED-STATE           PIC X(14).
       01  WS-DORMANT-TEXT         PIC X(16).
       01  WS-AUTH-LINE            PIC X(80).
       01  WS-AUTH-POS             PIC 9(2) VALUE 0.

       01  WS-DEPT-OPERATORS       PIC 9(5) VALUE 0.
       01  WS-DEPT-DORMANT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-OPERATORS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-DORMANT        PIC 9(5) VALUE 0.
       01  WS-ROWS-WRITTEN         PIC 9(7) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC ZZ,ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter review date (CCYYMMDD, blank = today): '.
           ACCEPT WS-REVIEW-DATE.
           IF WS-REVIEW-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REVIEW-DATE
           END-IF.
           IF WS-REVIEW-DATE NOT NUMERIC
               DISPLAY 'ERROR: review date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-REVIEW-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REVIEW-DATE)).
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(
                   WS-REVIEW-DAYS - WS-DORMANT-DAYS).
           MOVE WS-REVIEW-DATE(5:2) TO WS-MONTH.
           COMPUTE WS-QUARTER = (WS-MONTH + 2) / 3.
           MOVE SPACES TO WS-CYCLE.
           STRING WS-REVIEW-DATE(1:4) DELIMITED BY SIZE
                  'Q' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  INTO WS-CYCLE.

           PERFORM SET-AUTHORITY-NAMES.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-LIMIT-TABLE.
           PERFORM SCAN-SIGNLOG.
           PERFORM LOAD-ARCHIVE-DIRECTORY.
           PERFORM READ-WINDOW-ARCHIVES.
           PERFORM SCAN-AUDITLOG.

           OPEN INPUT CRED-FILE.
           IF WS-CRED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open CRED-FILE, status '
                   WS-CRED-FILE-STATUS
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
           OPEN OUTPUT RECERT-FILE.
           IF WS-RECERT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RECERT-FILE, status '
                   WS-RECERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
               PERFORM PRINT-DEPARTMENT-PAGE
           END-PERFORM.

           CLOSE CRED-FILE.
           CLOSE REPORT-FILE.
           CLOSE RECERT-FILE.

           DISPLAY 'RECERTIFICATION ' WS-CYCLE ': ' WS-TOTAL-OPERATORS
               ' operator(s), ' WS-TOTAL-DORMANT ' dormant, '
               WS-ROWS-WRITTEN ' decision row(s) written'.
           DISPLAY 'RECERTIFICATION: ' WS-ARCHIVES-READ
               ' audit archive(s) read back to ' WS-HORIZON-DATE.

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
           MOVE 'ADD' TO WS-AUTH-SHORT(1).
           MOVE 'SUB' TO WS-AUTH-SHORT(2).
           MOVE 'MUL' TO WS-AUTH-SHORT(3).
           MOVE 'DIV' TO WS-AUTH-SHORT(4).
           MOVE 'PCT' TO WS-AUTH-SHORT(5).
           MOVE 'INT' TO WS-AUTH-SHORT(6).
           MOVE 'ALC' TO WS-AUTH-SHORT(7).
           MOVE 'REV' TO WS-AUTH-SHORT(8).
           MOVE 'APP' TO WS-AUTH-SHORT(9).
           MOVE 'AUD' TO WS-AUTH-SHORT(10).

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPR-USED.
           MOVE 0 TO WS-DEP-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPERMST-FILE.
           IF WS-OPERMST-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OPERMST-FILE, status '
                   WS-OPERMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OPERMST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-OPR-USED >= 500
                           DISPLAY 'ERROR: more than 500 operators '
                               'on OPERMST'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-OPR-USED
                       MOVE OPR-ID TO WS-OPR-ID(WS-OPR-USED)
                       MOVE OPR-NAME TO WS-OPR-NAME(WS-OPR-USED)
                       MOVE OPR-DEPARTMENT TO WS-OPR-DEPT(WS-OPR-USED)
                       MOVE OPR-STATUS TO WS-OPR-STATUS(WS-OPR-USED)
                       MOVE OPERATOR-RECORD(48:10)
                           TO WS-OPR-AUTHS(WS-OPR-USED)
                       MOVE SPACES TO WS-OPR-LAST-SIGNON(WS-OPR-USED)
                       MOVE SPACES TO WS-OPR-LAST-ACTIVE(WS-OPR-USED)
                       PERFORM REGISTER-DEPARTMENT
               END-READ
           END-PERFORM.
           CLOSE OPERMST-FILE.
      *> departments in name order - a plain exchange sort.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB >= WS-DEP-USED
               PERFORM VARYING WS-DEP-SUB2 FROM WS-DEP-SUB BY 1
                       UNTIL WS-DEP-SUB2 > WS-DEP-USED
                   IF WS-DEP-ID(WS-DEP-SUB2) < WS-DEP-ID(WS-DEP-SUB)
                       MOVE WS-DEP-ID(WS-DEP-SUB) TO WS-DEP-HOLD
                       MOVE WS-DEP-ID(WS-DEP-SUB2)
                           TO WS-DEP-ID(WS-DEP-SUB)
                       MOVE WS-DEP-HOLD TO WS-DEP-ID(WS-DEP-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REGISTER-DEPARTMENT.
           MOVE 'N' TO WS-DEP-FOUND.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-DEP-USED
                      OR WS-DEP-FOUND = 'Y'
               IF WS-DEP-ID(WS-DEP-SUB) = OPR-DEPARTMENT
                   MOVE 'Y' TO WS-DEP-FOUND
               END-IF
           END-PERFORM.
           IF WS-DEP-FOUND = 'N'
               IF WS-DEP-USED >= 50
                   DISPLAY 'ERROR: more than 50 departments on '
                       'OPERMST'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DEP-USED
               MOVE OPR-DEPARTMENT TO WS-DEP-ID(WS-DEP-USED)
           END-IF.

       LOAD-LIMIT-TABLE.
           MOVE 0 TO WS-LIM-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS = '35'
      *> no limit table yet - nobody has a daily ceiling.
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIMIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIMIT-FILE, status '
                   WS-LIMIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-LIM-USED >= 500
                           DISPLAY 'ERROR: more than 500 rows on '
                               'OPERLIMT'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LIM-USED
                       MOVE OPL-OPERATOR TO WS-LIM-OPERATOR(WS-LIM-USED)
                       MOVE OPL-OPERATION
                           TO WS-LIM-OPERATION(WS-LIM-USED)
                       MOVE OPL-LIMIT TO WS-LIM-AMOUNT(WS-LIM-USED)
               END-READ
           END-PERFORM.
           CLOSE LIMIT-FILE.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USED
                      OR WS-OPR-FOUND = 'Y'
               IF WS-OPR-ID(WS-OPR-SUB) = WS-LOOKUP-ID
                   MOVE 'Y' TO WS-OPR-FOUND
                   SUBTRACT 1 FROM WS-OPR-SUB
               END-IF
           END-PERFORM.

      *> last successful sign-on: the latest SIGNON event on the
      *> trail, whatever terminal it came from.
       SCAN-SIGNLOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-FILE-STATUS = '35'
      *> no sign-on trail yet - every operator shows NEVER.
               EXIT PARAGRAPH
           END-IF.
           IF WS-SIGNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SIGNLOG-FILE, status '
                   WS-SIGNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SIGNLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SGL-EVENT = 'SIGNON'
                          AND SGL-TIMESTAMP(1:8) <= WS-REVIEW-DATE
                           MOVE SGL-OPERATOR-ID TO WS-LOOKUP-ID
                           PERFORM FIND-OPERATOR
                           IF WS-OPR-FOUND = 'Y'
                              AND SGL-TIMESTAMP(1:8)
                                  > WS-OPR-LAST-SIGNON(WS-OPR-SUB)
                               MOVE SGL-TIMESTAMP(1:8)
                                   TO WS-OPR-LAST-SIGNON(WS-OPR-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNLOG-FILE.

      *> last activity: the latest calculation the operator ran, or
      *> the latest piece of held work they released as approver.
       SCAN-AUDITLOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open AUDIT-FILE, status '
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LIVE-RECORD TO AUDIT-RECORD
                       PERFORM NOTE-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       NOTE-AUDIT-RECORD.
           IF AUD-TIMESTAMP(1:8) <= WS-REVIEW-DATE
               MOVE AUD-OPERATOR-ID TO WS-LOOKUP-ID
               PERFORM NOTE-ACTIVITY
               IF AUD-APPROVED-BY NOT = SPACES
                   MOVE AUD-APPROVED-BY TO WS-LOOKUP-ID
                   PERFORM NOTE-ACTIVITY
               END-IF
           END-IF.

      *> AUDMNTH moves each closed month off AUDITLOG, so activity
      *> inside the dormancy window may sit in the dated archives.
      *> Every archive reaching back to the window's start is read
      *> before the open period.
       LOAD-ARCHIVE-DIRECTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DIRECTORY-FILE.
           IF WS-DIRECTORY-FILE-STATUS = '35'
      *> no cutover has ever run - only the open period exists.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-DIRECTORY-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open DIRECTORY-FILE, '
                       'status ' WS-DIRECTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ DIRECTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-DIR-USED >= 60
                           DISPLAY 'ERROR: more than 60 archive '
                               'directory rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-DIR-USED
                       MOVE ADR-PERIOD
                           TO WS-DIR-PERIOD(WS-DIR-USED)
                       MOVE ADR-FIRST-DATE
                           TO WS-DIR-FIRST(WS-DIR-USED)
                       MOVE ADR-LAST-DATE
                           TO WS-DIR-LAST(WS-DIR-USED)
               END-READ
           END-PERFORM.
           IF WS-DIRECTORY-FILE-STATUS NOT = '35'
               CLOSE DIRECTORY-FILE
           END-IF.

       READ-WINDOW-ARCHIVES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-USED
               IF WS-DIR-LAST(WS-DIR-SUB) >= WS-HORIZON-DATE
                  AND WS-DIR-FIRST(WS-DIR-SUB) <= WS-REVIEW-DATE
                   PERFORM READ-ONE-ARCHIVE
               END-IF
           END-PERFORM.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING 'PROD.CALC.AUDITLOG.ARCH.D' DELIMITED BY SIZE
                  WS-DIR-PERIOD(WS-DIR-SUB) DELIMITED BY SIZE
                  INTO WS-ARCH-NAME.
           SET ENVIRONMENT 'AUDARCH' TO WS-ARCH-NAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
      *> a missing month could show an active operator as dormant
      *> and have their access revoked - stop instead.
               DISPLAY 'ERROR: cannot open archive '
                   WS-ARCH-NAME ', status '
                   WS-ARCHIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-ARCHIVES-READ.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                       PERFORM NOTE-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       NOTE-ACTIVITY.
           PERFORM FIND-OPERATOR.
           IF WS-OPR-FOUND = 'Y'
              AND AUD-TIMESTAMP(1:8) > WS-OPR-LAST-ACTIVE(WS-OPR-SUB)
               MOVE AUD-TIMESTAMP(1:8)
                   TO WS-OPR-LAST-ACTIVE(WS-OPR-SUB)
           END-IF.

      *> one department per page, addressed to its manager, who
      *> signs the foot and returns the decision rows.
       PRINT-DEPARTMENT-PAGE.
           MOVE 0 TO WS-DEPT-OPERATORS.
           MOVE 0 TO WS-DEPT-DORMANT.
           PERFORM PRINT-PAGE-HEADING.
           MOVE 'OPERATOR NAME                           ST  '
               TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USED
               IF WS-OPR-DEPT(WS-OPR-SUB) = WS-DEP-ID(WS-DEP-SUB)
                   PERFORM PRINT-OPERATOR-ENTRY
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DEPT-OPERATORS TO WS-COUNT-EDIT.
           STRING 'OPERATORS ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           MOVE WS-DEPT-DORMANT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO REPORT-RECORD(20:6).
           MOVE ' DORMANT' TO REPORT-RECORD(26:8).
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'Mark each RECERTOUT row for this department K (keep) '
               TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'or R (revoke), with your operator ID and the date.'
               TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MANAGER ____________________   SIGNED ____________   '
               TO REPORT-RECORD.
           MOVE 'DATE ________' TO REPORT-RECORD(55:13).
           PERFORM WRITE-REPORT-LINE.

       PRINT-OPERATOR-ENTRY.
           ADD 1 TO WS-DEPT-OPERATORS.
           ADD 1 TO WS-TOTAL-OPERATORS.
           PERFORM SET-CREDENTIAL-STATE.
           PERFORM SET-DORMANT-STATE.
           IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPR-NAME(WS-OPR-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPR-STATUS(WS-OPR-SUB) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DORMANT-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO WS-AUTH-LINE.
           MOVE '    AUTHORITY' TO WS-AUTH-LINE.
           MOVE 15 TO WS-AUTH-POS.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
               MOVE WS-AUTH-SHORT(WS-AUTH-SUB)
                   TO WS-AUTH-LINE(WS-AUTH-POS:3)
               MOVE WS-OPR-AUTH(WS-OPR-SUB, WS-AUTH-SUB)
                   TO WS-AUTH-LINE(WS-AUTH-POS + 4:1)
               ADD 7 TO WS-AUTH-POS
           END-PERFORM.
           MOVE WS-AUTH-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '    APPROVE AUTHORITY ' DELIMITED BY SIZE
                  WS-OPR-AUTH(WS-OPR-SUB, 9) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '    AUDIT REVIEW AUTHORITY ' DELIMITED BY SIZE
                  WS-OPR-AUTH(WS-OPR-SUB, 10) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO WS-LIM-PRINTED.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-USED
               IF WS-LIM-OPERATOR(WS-LIM-SUB) = WS-OPR-ID(WS-OPR-SUB)
                   MOVE SPACES TO REPORT-RECORD
                   STRING '    DAILY LIMIT ' DELIMITED BY SIZE
                          WS-LIM-OPERATION(WS-LIM-SUB)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-LIM-AMOUNT(WS-LIM-SUB) DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE 'Y' TO WS-LIM-PRINTED
               END-IF
           END-PERFORM.
           IF WS-LIM-PRINTED = 'N'
               MOVE '    DAILY LIMIT NONE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING '    LAST SIGN-ON ' DELIMITED BY SIZE
                  WS-OPR-LAST-SIGNON(WS-OPR-SUB) DELIMITED BY SIZE
                  '  LAST ACTIVITY ' DELIMITED BY SIZE
                  WS-OPR-LAST-ACTIVE(WS-OPR-SUB) DELIMITED BY SIZE
                  '  CREDENTIAL ' DELIMITED BY SIZE
                  WS-CRED-STATE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           IF WS-OPR-LAST-SIGNON(WS-OPR-SUB) = SPACES
               MOVE 'NEVER   ' TO REPORT-RECORD(18:8)
           END-IF.
           IF WS-OPR-LAST-ACTIVE(WS-OPR-SUB) = SPACES
               MOVE 'NEVER   ' TO REPORT-RECORD(42:8)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           IF WS-OPR-STATUS(WS-OPR-SUB) NOT = 'I'
               PERFORM WRITE-DECISION-ROWS
           END-IF.

       SET-CREDENTIAL-STATE.
           MOVE WS-OPR-ID(WS-OPR-SUB) TO OCR-ID.
           READ CRED-FILE
               INVALID KEY
                   MOVE 'NONE ON FILE' TO WS-CRED-STATE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OCR-LOCKED = 'Y'
                           MOVE 'LOCKED OUT' TO WS-CRED-STATE
                       WHEN OCR-EXPIRY-DATE < WS-REVIEW-DATE
                           MOVE 'EXPIRED' TO WS-CRED-STATE
                       WHEN OCR-FORCE-CHANGE = 'Y'
                           MOVE 'CHANGE PENDING' TO WS-CRED-STATE
                       WHEN OTHER
                           MOVE 'ACTIVE' TO WS-CRED-STATE
                   END-EVALUATE
           END-READ.

       SET-DORMANT-STATE.
           MOVE SPACES TO WS-DORMANT-TEXT.
           MOVE WS-OPR-LAST-SIGNON(WS-OPR-SUB) TO WS-LAST-USED.
           IF WS-OPR-LAST-ACTIVE(WS-OPR-SUB) > WS-LAST-USED
               MOVE WS-OPR-LAST-ACTIVE(WS-OPR-SUB) TO WS-LAST-USED
           END-IF.
           IF WS-LAST-USED = SPACES
               MOVE '** NEVER USED **' TO WS-DORMANT-TEXT
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-REVIEW-DAYS
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(WS-LAST-USED))
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   MOVE '** DORMANT **' TO WS-DORMANT-TEXT
               END-IF
           END-IF.
           IF WS-DORMANT-TEXT NOT = SPACES
              AND WS-OPR-STATUS(WS-OPR-SUB) NOT = 'I'
               ADD 1 TO WS-DEPT-DORMANT
               ADD 1 TO WS-TOTAL-DORMANT
           END-IF.

      *> the ACCESS row first, then one row per authority held.
       WRITE-DECISION-ROWS.
           MOVE SPACES TO RECERT-RECORD.
           MOVE WS-CYCLE TO RCT-CYCLE.
           MOVE WS-OPR-DEPT(WS-OPR-SUB) TO RCT-DEPARTMENT.
           MOVE WS-OPR-ID(WS-OPR-SUB) TO RCT-OPERATOR-ID.
           MOVE 'ACCESS' TO RCT-AUTHORITY.
           WRITE RECERT-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 10
               IF WS-OPR-AUTH(WS-OPR-SUB, WS-AUTH-SUB) = 'Y'
                   MOVE WS-AUTH-NAME(WS-AUTH-SUB) TO RCT-AUTHORITY
                   WRITE RECERT-RECORD
                   ADD 1 TO WS-ROWS-WRITTEN
               END-IF
           END-PERFORM.

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
                  '  AS OF ' DELIMITED BY SIZE
                  WS-REVIEW-DATE DELIMITED BY SIZE
                  '  DEPARTMENT ' DELIMITED BY SIZE
                  WS-DEP-ID(WS-DEP-SUB) DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM RecertPackage.
