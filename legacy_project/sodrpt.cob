       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodReport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-FILE-STATUS.

      *> read front to back once into storage - every finding
      *> needs the master looked up by ID, sometimes twice.
           SELECT OPERMST-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERMST-FILE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "OPERLIMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  XREF-FILE.
       COPY XREFREC.

      *> the OperatorSignon event trail layout.
       FD  SIGNLOG-FILE.
       01  SIGNLOG-RECORD.
           05  SGL-TIMESTAMP       PIC X(26).
           05  SGL-OPERATOR-ID     PIC X(8).
           05  SGL-TERMINAL-ID     PIC X(8).
           05  SGL-EVENT           PIC X(8).

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  LIMIT-FILE.
       COPY OPERLIMT.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SIGNLOG-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-OPERMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LIMIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.

       01  WS-REVIEW-PERIOD        PIC X(6).
       01  WS-RUN-DATE             PIC X(8).

      *> the batch jobs sign on under operator IDs beginning BATCH
      *> (BATCHOP1) from the batch terminal named in their SYSIN.
      *> A batch ID anywhere else means someone keyed the batch
      *> credential at a desk.
       01  WS-BATCH-PREFIX         PIC X(5) VALUE 'BATCH'.
       01  WS-BATCH-TERMINAL       PIC X(8) VALUE 'TERM001'.

       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID       PIC X(8).
               10  WS-OPR-NAME     PIC X(30).
               10  WS-OPR-DEPT     PIC X(8).
               10  WS-OPR-STATUS   PIC X.
               10  WS-OPR-REVERSAL PIC X.
               10  WS-OPR-APPROVE  PIC X.
       01  WS-OPR-USED             PIC 9(3) VALUE 0.
       01  WS-OPR-SUB              PIC 9(3) VALUE 0.
       01  WS-OPR-FOUND            PIC X VALUE 'N'.
       01  WS-LOOKUP-ID            PIC X(8).
       01  WS-REQUESTER-SUB        PIC 9(3) VALUE 0.
       01  WS-APPROVER-SUB         PIC 9(3) VALUE 0.

      *> open sign-on sessions: one slot per operator/terminal
      *> signed on and not yet signed off. A session with no
      *> sign-off (an abended screen) is taken to end with its day.
       01  WS-SES-TABLE.
           05  WS-SES-ENTRY OCCURS 200 TIMES.
               10  WS-SES-OPERATOR PIC X(8).
               10  WS-SES-TERMINAL PIC X(8).
               10  WS-SES-START    PIC X(26).
       01  WS-SES-USED             PIC 9(3) VALUE 0.
       01  WS-SES-SUB              PIC 9(3) VALUE 0.
       01  WS-SES-FREE             PIC 9(3) VALUE 0.

       01  WS-SECTION-COUNT        PIC 9(7) VALUE 0.
       01  WS-FINDING-COUNT        PIC 9(7) VALUE 0.
       01  WS-SECTION-TOTALS.
           05  WS-SECTION-TOTAL OCCURS 5 TIMES PIC 9(7).
       01  WS-SECTION-NO           PIC 9 VALUE 0.
       01  WS-SECTION-TITLE        PIC X(60).
       01  WS-HOLD-LINE            PIC X(80).

       01  WS-LIMIT-TEXT           PIC X(14).
       01  WS-LIMIT-FOUND          PIC X VALUE 'N'.
       01  WS-LIMIT-OPERATION      PIC X(10).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter review period (CCYYMM): '.
           ACCEPT WS-REVIEW-PERIOD.
           IF WS-REVIEW-PERIOD NOT NUMERIC
               DISPLAY 'ERROR: period must be CCYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           INITIALIZE WS-SECTION-TOTALS.

           PERFORM LOAD-OPERATOR-TABLE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 99 TO WS-LINE-COUNT.

           PERFORM REPORT-SELF-REVERSALS.
           PERFORM REPORT-REVERSE-AND-APPROVE.
           PERFORM REPORT-OVERLAPPING-SIGNONS.
           PERFORM REPORT-BATCH-ID-AT-DESK.
           PERFORM REPORT-SAME-DEPT-APPROVALS.

           PERFORM PRINT-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY 'SOD REVIEW: ' WS-FINDING-COUNT
               ' finding(s) for period ' WS-REVIEW-PERIOD.

           IF WS-FINDING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPR-USED.
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
                       MOVE OPR-AUTH-REVERSAL
                           TO WS-OPR-REVERSAL(WS-OPR-USED)
                       MOVE OPR-AUTH-APPROVE
                           TO WS-OPR-APPROVE(WS-OPR-USED)
               END-READ
           END-PERFORM.
           CLOSE OPERMST-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

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

       OPEN-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open AUDIT-FILE, status '
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-SIGNLOG-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-FILE-STATUS = '35'
      *> no sign-on trail yet (nobody has signed on since the
      *> trail went in) - nothing to review.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-SIGNLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open SIGNLOG-FILE, status '
                       WS-SIGNLOG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CLOSE-SIGNLOG-FILE.
           IF WS-SIGNLOG-FILE-STATUS NOT = '35'
               CLOSE SIGNLOG-FILE
           END-IF.

      *> 1 - a reversal keyed by the operator who ran the original:
      *> one person can both create and quietly undo an entry.
       REPORT-SELF-REVERSALS.
           MOVE 1 TO WS-SECTION-NO.
           MOVE 'REVERSALS ENTERED BY THE OPERATOR WHO RAN THE ORIGINAL'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM OPEN-AUDIT-FILE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
      *> without the cross-reference the originals cannot be found
      *> - say so on the report rather than show a clean section.
               MOVE 'N' TO WS-XREF-OPEN
               MOVE SPACES TO REPORT-RECORD
               STRING '  AUDXREF NOT AVAILABLE, STATUS '
                          DELIMITED BY SIZE
                      WS-XREF-FILE-STATUS DELIMITED BY SIZE
                      ' - SECTION NOT CHECKED' DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP(1:6) = WS-REVIEW-PERIOD
                          AND AUD-OPERATION = 'REVERSAL'
                          AND WS-XREF-OPEN = 'Y'
                           PERFORM CHECK-SELF-REVERSAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.
           PERFORM END-SECTION.

       CHECK-SELF-REVERSAL.
           IF AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE AUD-REVERSED-ID TO XRF-TRANS-ID
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XRF-OPERATOR-ID = AUD-OPERATOR-ID
                           MOVE SPACES TO REPORT-RECORD
                           STRING '  OPERATOR ' DELIMITED BY SIZE
                                  AUD-OPERATOR-ID DELIMITED BY SIZE
                                  ' REVERSED OWN TRANSACTION '
                                      DELIMITED BY SIZE
                                  XRF-TRANS-ID DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           PERFORM WRITE-FINDING-LINE
                           PERFORM WRITE-AUDIT-EVIDENCE
                           PERFORM WRITE-XREF-EVIDENCE
                       END-IF
               END-READ
           END-IF.

      *> 2 - reversal and approval authority on one operator: the
      *> same person can release over-threshold work and back it
      *> out. OPERLIMT shows whether a daily ceiling limits it.
       REPORT-REVERSE-AND-APPROVE.
           MOVE 2 TO WS-SECTION-NO.
           MOVE 'OPERATORS HOLDING BOTH REVERSAL AND APPROVE AUTHORITY'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-USED
               IF WS-OPR-REVERSAL(WS-OPR-SUB) = 'Y'
                  AND WS-OPR-APPROVE(WS-OPR-SUB) = 'Y'
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  OPERATOR ' DELIMITED BY SIZE
                          WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                          ' MAY BOTH REVERSE AND APPROVE'
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   PERFORM WRITE-FINDING-LINE
                   PERFORM WRITE-OPERATOR-EVIDENCE
                   MOVE 'REVERSAL' TO WS-LIMIT-OPERATION
                   PERFORM WRITE-LIMIT-EVIDENCE
                   MOVE 'APPROVE' TO WS-LIMIT-OPERATION
                   PERFORM WRITE-LIMIT-EVIDENCE
               END-IF
           END-PERFORM.
           PERFORM END-SECTION.

       WRITE-LIMIT-EVIDENCE.
           MOVE 'N' TO WS-LIMIT-FOUND.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIMIT-FILE.
           IF WS-LIMIT-FILE-STATUS NOT = '00'
      *> no limit table (or none readable) - the operator simply
      *> has no ceiling on record.
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OPL-OPERATOR = WS-OPR-ID(WS-OPR-SUB)
                          AND OPL-OPERATION = WS-LIMIT-OPERATION
                           MOVE 'Y' TO WS-LIMIT-FOUND
                           MOVE OPL-LIMIT TO WS-LIMIT-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIMIT-FILE-STATUS = '00'
              OR WS-LIMIT-FILE-STATUS = '10'
               CLOSE LIMIT-FILE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-LIMIT-FOUND = 'Y'
               STRING '      OPERLIMT ' DELIMITED BY SIZE
                      WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LIMIT-OPERATION DELIMITED BY SIZE
                      ' DAILY LIMIT ' DELIMITED BY SIZE
                      WS-LIMIT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING '      OPERLIMT ' DELIMITED BY SIZE
                      WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LIMIT-OPERATION DELIMITED BY SIZE
                      ' NO DAILY LIMIT' DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *> 3 - one operator ID live at two terminals at once: either
      *> the password is shared or someone else is using it.
       REPORT-OVERLAPPING-SIGNONS.
           MOVE 3 TO WS-SECTION-NO.
           MOVE 'OPERATOR IDS SIGNED ON AT TWO TERMINALS AT ONCE'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           MOVE 0 TO WS-SES-USED.
           PERFORM OPEN-SIGNLOG-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SIGNLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SGL-TIMESTAMP(1:6) = WS-REVIEW-PERIOD
                           EVALUATE SGL-EVENT
                               WHEN 'SIGNON'
                                   PERFORM OPEN-SESSION
                               WHEN 'SIGNOFF'
                                   PERFORM CLOSE-SESSION
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-SIGNLOG-FILE.
           PERFORM END-SECTION.

       OPEN-SESSION.
           MOVE 0 TO WS-SES-FREE.
           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-USED
               IF WS-SES-OPERATOR(WS-SES-SUB) NOT = SPACES
                  AND WS-SES-START(WS-SES-SUB)(1:8)
                      NOT = SGL-TIMESTAMP(1:8)
                   MOVE SPACES TO WS-SES-OPERATOR(WS-SES-SUB)
               END-IF
               IF WS-SES-OPERATOR(WS-SES-SUB) = SGL-OPERATOR-ID
                   IF WS-SES-TERMINAL(WS-SES-SUB) = SGL-TERMINAL-ID
                       MOVE SPACES TO WS-SES-OPERATOR(WS-SES-SUB)
                   ELSE
                       PERFORM WRITE-OVERLAP-FINDING
                   END-IF
               END-IF
               IF WS-SES-OPERATOR(WS-SES-SUB) = SPACES
                  AND WS-SES-FREE = 0
                   MOVE WS-SES-SUB TO WS-SES-FREE
               END-IF
           END-PERFORM.
           IF WS-SES-FREE = 0
               IF WS-SES-USED >= 200
                   DISPLAY 'ERROR: more than 200 open sign-on '
                       'sessions'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-SES-USED
               MOVE WS-SES-USED TO WS-SES-FREE
           END-IF.
           MOVE SGL-OPERATOR-ID TO WS-SES-OPERATOR(WS-SES-FREE).
           MOVE SGL-TERMINAL-ID TO WS-SES-TERMINAL(WS-SES-FREE).
           MOVE SGL-TIMESTAMP TO WS-SES-START(WS-SES-FREE).

       CLOSE-SESSION.
           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SES-USED
               IF WS-SES-OPERATOR(WS-SES-SUB) = SGL-OPERATOR-ID
                  AND WS-SES-TERMINAL(WS-SES-SUB) = SGL-TERMINAL-ID
                   MOVE SPACES TO WS-SES-OPERATOR(WS-SES-SUB)
               END-IF
           END-PERFORM.

       WRITE-OVERLAP-FINDING.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  OPERATOR ' DELIMITED BY SIZE
                  SGL-OPERATOR-ID DELIMITED BY SIZE
                  ' SIGNED ON AT ' DELIMITED BY SIZE
                  SGL-TERMINAL-ID DELIMITED BY SIZE
                  ' WHILE SIGNED ON AT ' DELIMITED BY SIZE
                  WS-SES-TERMINAL(WS-SES-SUB) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-FINDING-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '      SIGNLOG  ' DELIMITED BY SIZE
                  WS-SES-START(WS-SES-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SES-OPERATOR(WS-SES-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SES-TERMINAL(WS-SES-SUB) DELIMITED BY SIZE
                  ' SIGNON' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-SIGNLOG-EVIDENCE.

      *> 4 - the batch credential used from a desk terminal, on the
      *> sign-on trail or on the audit log itself.
       REPORT-BATCH-ID-AT-DESK.
           MOVE 4 TO WS-SECTION-NO.
           MOVE 'BATCH OPERATOR IDS USED AT INTERACTIVE TERMINALS'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM OPEN-SIGNLOG-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SIGNLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SGL-TIMESTAMP(1:6) = WS-REVIEW-PERIOD
                          AND SGL-OPERATOR-ID(1:5) = WS-BATCH-PREFIX
                          AND SGL-TERMINAL-ID NOT = WS-BATCH-TERMINAL
                          AND SGL-EVENT NOT = 'SIGNOFF'
                           MOVE SPACES TO REPORT-RECORD
                           STRING '  BATCH ID ' DELIMITED BY SIZE
                                  SGL-OPERATOR-ID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  SGL-EVENT DELIMITED BY SPACE
                                  ' AT TERMINAL ' DELIMITED BY SIZE
                                  SGL-TERMINAL-ID DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           PERFORM WRITE-FINDING-LINE
                           PERFORM WRITE-SIGNLOG-EVIDENCE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-SIGNLOG-FILE.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP(1:6) = WS-REVIEW-PERIOD
                          AND AUD-OPERATOR-ID(1:5) = WS-BATCH-PREFIX
                          AND AUD-TERMINAL-ID NOT = WS-BATCH-TERMINAL
                           MOVE SPACES TO REPORT-RECORD
                           STRING '  BATCH ID ' DELIMITED BY SIZE
                                  AUD-OPERATOR-ID DELIMITED BY SIZE
                                  ' CALCULATION AT TERMINAL '
                                      DELIMITED BY SIZE
                                  AUD-TERMINAL-ID DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           PERFORM WRITE-FINDING-LINE
                           PERFORM WRITE-AUDIT-EVIDENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM END-SECTION.

      *> 5 - a supervisor releasing work for their own department
      *> is not the independent second pair of eyes the approval
      *> queue exists for.
       REPORT-SAME-DEPT-APPROVALS.
           MOVE 5 TO WS-SECTION-NO.
           MOVE 'APPROVALS RELEASED WITHIN THE APPROVER''S DEPARTMENT'
               TO WS-SECTION-TITLE.
           PERFORM START-SECTION.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AUD-TIMESTAMP(1:6) = WS-REVIEW-PERIOD
                          AND AUD-APPROVED-BY NOT = SPACES
                           PERFORM CHECK-APPROVER-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM END-SECTION.

       CHECK-APPROVER-DEPARTMENT.
           MOVE AUD-OPERATOR-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OPR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPR-SUB TO WS-REQUESTER-SUB.
           MOVE AUD-APPROVED-BY TO WS-LOOKUP-ID.
           PERFORM FIND-OPERATOR.
           IF WS-OPR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPR-SUB TO WS-APPROVER-SUB.
           IF WS-OPR-DEPT(WS-REQUESTER-SUB) NOT = SPACES
              AND WS-OPR-DEPT(WS-REQUESTER-SUB)
                  = WS-OPR-DEPT(WS-APPROVER-SUB)
               MOVE SPACES TO REPORT-RECORD
               STRING '  APPROVER ' DELIMITED BY SIZE
                      AUD-APPROVED-BY DELIMITED BY SIZE
                      ' RELEASED WORK FOR ' DELIMITED BY SIZE
                      AUD-OPERATOR-ID DELIMITED BY SPACE
                      ', BOTH DEPARTMENT ' DELIMITED BY SIZE
                      WS-OPR-DEPT(WS-APPROVER-SUB) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-FINDING-LINE
               PERFORM WRITE-AUDIT-EVIDENCE
               MOVE WS-REQUESTER-SUB TO WS-OPR-SUB
               PERFORM WRITE-OPERATOR-EVIDENCE
               MOVE WS-APPROVER-SUB TO WS-OPR-SUB
               PERFORM WRITE-OPERATOR-EVIDENCE
           END-IF.

      *> evidence lines: the source record itself, so the reviewer
      *> need not go back to AuditInquiry.
       WRITE-AUDIT-EVIDENCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '      AUDITLOG ' DELIMITED BY SIZE
                  AUD-TRANS-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-TIMESTAMP(1:14) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-OPERATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-TERMINAL-ID DELIMITED BY SIZE
                  AUD-RESULT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF AUD-APPROVED-BY NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING '               APPROVED BY ' DELIMITED BY SIZE
                      AUD-APPROVED-BY DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING '               REVERSES ' DELIMITED BY SIZE
                      AUD-REVERSED-ID DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-XREF-EVIDENCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '      AUDXREF  ' DELIMITED BY SIZE
                  XRF-TRANS-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRF-TIMESTAMP(1:14) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRF-OPERATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRF-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRF-TERMINAL-ID DELIMITED BY SIZE
                  XRF-RESULT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SIGNLOG-EVIDENCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '      SIGNLOG  ' DELIMITED BY SIZE
                  SGL-TIMESTAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SGL-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SGL-TERMINAL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SGL-EVENT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       WRITE-OPERATOR-EVIDENCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING '      OPERMST  ' DELIMITED BY SIZE
                  WS-OPR-ID(WS-OPR-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPR-NAME(WS-OPR-SUB)(1:24) DELIMITED BY SIZE
                  ' DEPT ' DELIMITED BY SIZE
                  WS-OPR-DEPT(WS-OPR-SUB) DELIMITED BY SIZE
                  ' ST ' DELIMITED BY SIZE
                  WS-OPR-STATUS(WS-OPR-SUB) DELIMITED BY SIZE
                  ' REV ' DELIMITED BY SIZE
                  WS-OPR-REVERSAL(WS-OPR-SUB) DELIMITED BY SIZE
                  ' APP ' DELIMITED BY SIZE
                  WS-OPR-APPROVE(WS-OPR-SUB) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       START-SECTION.
           MOVE 0 TO WS-SECTION-COUNT.
      *> keep a section heading and its first finding together.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-SECTION-NO DELIMITED BY SIZE
                  '. ' DELIMITED BY SIZE
                  WS-SECTION-TITLE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       END-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE FOUND' TO REPORT-RECORD
           ELSE
               MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
               STRING '  FINDINGS ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-COUNT TO WS-SECTION-TOTAL(WS-SECTION-NO).

       WRITE-FINDING-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-FINDING-COUNT.
      *> a finding and its evidence stay on one page.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HOLD-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-HOLD-LINE TO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HOLD-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-HOLD-LINE TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'SEGREGATION OF DUTIES REVIEW   PERIOD '
                      DELIMITED BY SIZE
                  WS-REVIEW-PERIOD DELIMITED BY SIZE
                  '   RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       PRINT-SUMMARY.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SUMMARY' TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-SECTION-NO FROM 1 BY 1
                   UNTIL WS-SECTION-NO > 5
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-SECTION-TOTAL(WS-SECTION-NO) TO WS-COUNT-EDIT
               STRING '  SECTION ' DELIMITED BY SIZE
                      WS-SECTION-NO DELIMITED BY SIZE
                      ' FINDINGS ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT.
           STRING '  TOTAL FINDINGS  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       END PROGRAM SodReport.
