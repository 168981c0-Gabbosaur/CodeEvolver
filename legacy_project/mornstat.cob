               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT UNUSUAL-FILE ASSIGN TO "UNUSUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNUSUAL-FILE-STATUS.

           SELECT STATUS-FILE ASSIGN TO "MORNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
       FD  REJECT-FILE.
       COPY REJREC.

       FD  UNUSUAL-FILE.
       COPY UNUSREC.

       FD  STATUS-FILE.
       01  STATUS-RECORD           PIC X(80).

       01  WS-RUNCTL-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-PROOF-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REJECT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-UNUSUAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-STATUS-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-MINUTES-EDIT         PIC ZZZZ9.

       01  WS-OPEN-REJECTS         PIC 9(7) VALUE 0.
       01  WS-UNUSUAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-IMBALANCE-SEEN       PIC X VALUE 'N'.
       01  WS-PROOF-SEEN           PIC X VALUE 'N'.
           PERFORM REPORT-STEP-TIMES.
           PERFORM REPORT-BALANCE-PROOF.
           PERFORM REPORT-OPEN-REJECTS.
           PERFORM REPORT-UNUSUAL-ACTIVITY.
           PERFORM REPORT-AUDIT-VERDICT.

           MOVE SPACES TO STATUS-RECORD.
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.

      *> --- the night's unusual-activity review list. The items
      *> are for the reviewers to work through, so the count is
      *> shown but does not make the night need attention.
       REPORT-UNUSUAL-ACTIVITY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT UNUSUAL-FILE.
           IF WS-UNUSUAL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-UNUSUAL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open UNUSUAL-FILE, '
                       'status ' WS-UNUSUAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ UNUSUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF UNU-DATE = WS-BUSINESS-DATE
                           ADD 1 TO WS-UNUSUAL-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UNUSUAL-FILE-STATUS NOT = '35'
               CLOSE UNUSUAL-FILE
           END-IF.

           MOVE SPACES TO STATUS-RECORD.
           MOVE WS-UNUSUAL-COUNT TO WS-COUNT-EDIT.
           STRING 'UNUSUAL ACTIVITY FLAGGED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO STATUS-RECORD.
           WRITE STATUS-RECORD.

      *> --- audit integrity, proven by the same program the
      *> GLRECON job trusts - its verdict comes back through the
      *> return code it sets.
