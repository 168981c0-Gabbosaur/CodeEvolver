       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnusualActivity.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the night's AUDDAY extract, read through this program's own
      *> AUDITLOG DD like every other extract reader.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "ACTPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

           SELECT THRESH-FILE ASSIGN TO "APPRTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT UNUSUAL-FILE ASSIGN TO "UNUSUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNUSUAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "UNUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PROFILE-FILE.
       COPY ACTPROF.

       FD  THRESH-FILE.
       COPY APPRTHR.

       FD  XREF-FILE.
       COPY XREFREC.

       FD  UNUSUAL-FILE.
       COPY UNUSREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNCTLA.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-PROFILE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-THRESH-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-UNUSUAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-ALREADY-PROFILED     PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-OVERRIDE-ANSWER      PIC X VALUE 'N'.
       01  WS-FACTOR-ANSWER        PIC X(4) VALUE SPACES.

      *> the checks' settings. Only the "far above" multiple is a
      *> run answer; the rest are the agreed house values.
       01  WS-FACTOR               PIC 9(2)V9 VALUE 3.
       01  WS-PROFILE-DAYS         PIC 9(3) VALUE 20.
      *> a profile needs this many business days on file (in
      *> total, or for one operator's hours) before it is trusted.
       01  WS-MIN-PROFILE-DAYS     PIC 9(3) VALUE 5.
      *> below these a day is never "far above" anything - three
      *> calculations against an average of one is not a spike.
       01  WS-MIN-COUNT            PIC 9(7) VALUE 5.
       01  WS-MIN-AMOUNT           PIC 9(11)V99 VALUE 1000.
       01  WS-IDLE-DAYS            PIC 9(3) VALUE 90.
      *> minutes either side of an operator's profiled hours
      *> before a calculation counts as outside them.
       01  WS-HOURS-SLACK          PIC 9(3) VALUE 60.
      *> hours assumed for an operator with too little history.
       01  WS-DEFAULT-FIRST        PIC X(4) VALUE '0700'.
       01  WS-DEFAULT-LAST         PIC X(4) VALUE '1900'.
       01  WS-ROUND-REPEAT         PIC 9(3) VALUE 3.
       01  WS-QUICK-MINUTES        PIC 9(5) VALUE 120.
      *> "large" for an operation with no APPRTHR row.
       01  WS-LARGE-FLOOR          PIC 9(11)V99 VALUE 10000.

      *> the business dates on the profile history, so the trailing
      *> window can be picked before the totals are taken.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 1000 TIMES PIC X(8).
       01  WS-DATE-USED            PIC 9(4) VALUE 0.
       01  WS-DATE-SUB             PIC 9(4) VALUE 0.
       01  WS-PREVIOUS-DATE        PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START         PIC X(8) VALUE SPACES.
       01  WS-WINDOW-UPPER         PIC X(8) VALUE SPACES.
       01  WS-WINDOW-PICK          PIC X(8) VALUE SPACES.
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 0.
       01  WS-OLDEST-DATE          PIC X(8) VALUE SPACES.

      *> one row per account, operator and operation active today:
      *> today's figures from the extract, the trailing window's
      *> totals and hours from ACTPROF, and (accounts) the last
      *> date on file the account was active before today.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 2000 TIMES.
               10  WS-KEY-DIMENSION PIC X.
               10  WS-KEY-NAME     PIC X(10).
               10  WS-KEY-TODAY-COUNT PIC 9(7).
               10  WS-KEY-TODAY-AMOUNT PIC S9(11)V99.
               10  WS-KEY-TODAY-FIRST PIC X(4).
               10  WS-KEY-TODAY-LAST PIC X(4).
               10  WS-KEY-PROF-DAYS PIC 9(3).
               10  WS-KEY-PROF-COUNT PIC 9(9).
               10  WS-KEY-PROF-AMOUNT PIC S9(13)V99.
               10  WS-KEY-PROF-FIRST PIC X(4).
               10  WS-KEY-PROF-LAST PIC X(4).
               10  WS-KEY-LAST-ACTIVE PIC X(8).
       01  WS-KEY-USED             PIC 9(4) VALUE 0.
       01  WS-KEY-SUB              PIC 9(4) VALUE 0.
       01  WS-FIND-DIMENSION       PIC X.
       01  WS-FIND-KEY             PIC X(10).
       01  WS-ADD-KEY              PIC X VALUE 'N'.

      *> exact round amounts seen today, per account and per
      *> operator, with how often each came up.
       01  WS-ROUND-TABLE.
           05  WS-RND-ENTRY OCCURS 2000 TIMES.
               10  WS-RND-DIMENSION PIC X.
               10  WS-RND-KEY      PIC X(10).
               10  WS-RND-AMOUNT   PIC S9(11)V99.
               10  WS-RND-COUNT    PIC 9(5).
       01  WS-RND-USED             PIC 9(4) VALUE 0.
       01  WS-RND-SUB              PIC 9(4) VALUE 0.

       01  WS-THRESH-TABLE.
           05  WS-THR-ENTRY OCCURS 50 TIMES.
               10  WS-THR-OPERATION PIC X(10).
               10  WS-THR-LIMIT    PIC S9(11)V99.
       01  WS-THR-USED             PIC 9(3) VALUE 0.
       01  WS-THR-SUB              PIC 9(3) VALUE 0.

       01  WS-RESULT-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-RESULT-CENTS         PIC 9(13) VALUE 0.
       01  WS-RECORD-TIME          PIC X(4).
       01  WS-AVERAGE              PIC S9(11)V99 VALUE 0.
       01  WS-LIMIT-AMOUNT         PIC S9(11)V99 VALUE 0.
       01  WS-BUSINESS-DAY         PIC S9(7) VALUE 0.
       01  WS-OTHER-DAY            PIC S9(7) VALUE 0.
       01  WS-IDLE-COUNT           PIC S9(7) VALUE 0.
       01  WS-RECORD-MINUTES       PIC S9(9) VALUE 0.
       01  WS-FIRST-MINUTES        PIC S9(9) VALUE 0.
       01  WS-LAST-MINUTES         PIC S9(9) VALUE 0.
       01  WS-ORIGINAL-MINUTES     PIC S9(9) VALUE 0.
       01  WS-GAP-MINUTES          PIC S9(9) VALUE 0.
       01  WS-HOURS-FIRST          PIC X(4).
       01  WS-HOURS-LAST           PIC X(4).

       01  WS-DAY-RECORDS          PIC 9(7) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(7) VALUE 0.
       01  WS-CHECK-COUNTS.
           05  WS-CHECK-COUNT OCCURS 6 TIMES PIC 9(7).
       01  WS-CHECK-CODES          PIC X(6) VALUE 'VAHRIQ'.
       01  WS-CHECK-SUB            PIC 9 VALUE 0.

       01  WS-CHECK-LABEL          PIC X(8).
       01  WS-COUNT-TEXT           PIC Z(13)9.
       01  WS-AMOUNT-TEXT          PIC -(10)9.99.
       01  WS-GAP-TEXT             PIC ZZZZ9.
       01  WS-ID-TEXT              PIC X(9).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> batch SYSIN answer: Y authorizes rerunning a business
      *> date/step that already completed (genuine rerun).
           DISPLAY 'Supervisor override rerun? (Y/N): '.
           ACCEPT WS-OVERRIDE-ANSWER.

           DISPLAY 'Far-above multiple of the profile '
               '(blank = 3): '.
           ACCEPT WS-FACTOR-ANSWER.
           IF WS-FACTOR-ANSWER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FACTOR-ANSWER) NOT = 0
                   DISPLAY 'ERROR: far-above multiple must be a '
                       'number, got ' WS-FACTOR-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(WS-FACTOR-ANSWER) < 1
                   DISPLAY 'ERROR: far-above multiple must be at '
                       'least 1, got ' WS-FACTOR-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-FACTOR = FUNCTION NUMVAL(WS-FACTOR-ANSWER)
           END-IF.

           PERFORM CHECK-RUN-CONTROL.

           COMPUTE WS-BUSINESS-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE)).
           INITIALIZE WS-CHECK-COUNTS.

           PERFORM LOAD-THRESHOLDS.
           PERFORM TALLY-TODAY.
           PERFORM FIND-PROFILE-WINDOW.
           PERFORM LOAD-PROFILE-TOTALS.

           OPEN OUTPUT UNUSUAL-FILE.
           IF WS-UNUSUAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open UNUSUAL-FILE, status '
                   WS-UNUSUAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               CLOSE UNUSUAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-REPORT-HEADING.

           PERFORM CHECK-KEY-VOLUMES.
           PERFORM CHECK-IDLE-ACCOUNTS.
           PERFORM CHECK-ROUND-AMOUNTS.
           PERFORM CHECK-EACH-CALCULATION.

           PERFORM PRINT-CHECK-SUMMARY.
           CLOSE UNUSUAL-FILE.
           CLOSE REPORT-FILE.

           PERFORM APPEND-TODAY-PROFILE.

           DISPLAY 'UNUSUAL ACTIVITY: ' WS-FLAG-COUNT
               ' item(s) flagged from ' WS-DAY-RECORDS
               ' calculation(s) for ' WS-BUSINESS-DATE
               ' against ' WS-WINDOW-DAYS ' profile day(s).'.

           PERFORM RECORD-RUN-COMPLETE.

      *> flagged activity is for the reviewers in the morning, not
      *> a failed night.
           IF WS-FLAG-COUNT > 0 OR WS-XREF-OPEN = 'N'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> ACTPROF is appended once per business date - a rerun
      *> needs a supervisor's say-so like every other MOD step.
       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE 'UNUSACT' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           EVALUATE RNC-RESULT
               WHEN 'A'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'ERROR: UNUSACT already completed for '
                       WS-BUSINESS-DATE ' - duplicate run refused'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN 'P'
                   DISPLAY 'ERROR: UNUSACT refused - a prerequisite '
                       'step has not completed for '
                       WS-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERROR: run-control file failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE 'UNUSACT' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           IF RNC-RESULT NOT = 'A'
               DISPLAY 'ERROR: run-control file failure'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> the same thresholds ApprovalGate holds work against decide
      *> what counts as a "large" calculation for the reversal check.
       LOAD-THRESHOLDS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT THRESH-FILE.
           IF WS-THRESH-FILE-STATUS = '35'
      *> no threshold table on this system - every operation uses
      *> the large-amount floor.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-THRESH-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open THRESH-FILE, status '
                       WS-THRESH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ THRESH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-THR-USED >= 50
                           DISPLAY 'ERROR: more than 50 APPRTHR rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-THR-USED
                       MOVE ATH-OPERATION
                           TO WS-THR-OPERATION(WS-THR-USED)
                       COMPUTE WS-THR-LIMIT(WS-THR-USED) =
                           FUNCTION NUMVAL(ATH-LIMIT)
               END-READ
           END-PERFORM.
           IF WS-THRESH-FILE-STATUS NOT = '35'
               CLOSE THRESH-FILE
           END-IF.

      *> --- pass 1 over the extract: today's figures per key -----
       TALLY-TODAY.
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
                       IF AUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                           ADD 1 TO WS-DAY-RECORDS
                           PERFORM TALLY-ONE-CALCULATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       TALLY-ONE-CALCULATION.
           PERFORM SET-RESULT-AMOUNT.
           MOVE AUD-TIMESTAMP(9:4) TO WS-RECORD-TIME.
           MOVE 'Y' TO WS-ADD-KEY.
           IF AUD-ACCOUNT-ID NOT = SPACES
               MOVE 'A' TO WS-FIND-DIMENSION
               MOVE AUD-ACCOUNT-ID TO WS-FIND-KEY
               PERFORM FIND-KEY
               PERFORM TALLY-KEY-TODAY
           END-IF.
           MOVE 'O' TO WS-FIND-DIMENSION.
           MOVE AUD-OPERATOR-ID TO WS-FIND-KEY.
           PERFORM FIND-KEY.
           PERFORM TALLY-KEY-TODAY.
           MOVE 'P' TO WS-FIND-DIMENSION.
           MOVE AUD-OPERATION TO WS-FIND-KEY.
           PERFORM FIND-KEY.
           PERFORM TALLY-KEY-TODAY.

      *> a round amount is a whole multiple of 1,000 with no
      *> cents - the figure someone keys when it is made up.
           COMPUTE WS-RESULT-CENTS = WS-RESULT-AMOUNT * 100.
           IF WS-RESULT-AMOUNT >= 1000
              AND FUNCTION MOD(WS-RESULT-CENTS, 100000) = 0
               IF AUD-ACCOUNT-ID NOT = SPACES
                   MOVE 'A' TO WS-FIND-DIMENSION
                   MOVE AUD-ACCOUNT-ID TO WS-FIND-KEY
                   PERFORM TALLY-ROUND-AMOUNT
               END-IF
               MOVE 'O' TO WS-FIND-DIMENSION
               MOVE AUD-OPERATOR-ID TO WS-FIND-KEY
               PERFORM TALLY-ROUND-AMOUNT
           END-IF.

      *> the magnitude of the base-currency result - the same
      *> measure the approval threshold uses.
       SET-RESULT-AMOUNT.
           MOVE 0 TO WS-RESULT-AMOUNT.
           IF FUNCTION TEST-NUMVAL(AUD-RESULT) = 0
               COMPUTE WS-RESULT-AMOUNT =
                   FUNCTION NUMVAL(AUD-RESULT)
           END-IF.
           IF WS-RESULT-AMOUNT < 0
               COMPUTE WS-RESULT-AMOUNT = 0 - WS-RESULT-AMOUNT
           END-IF.

       TALLY-KEY-TODAY.
           ADD 1 TO WS-KEY-TODAY-COUNT(WS-KEY-SUB).
           ADD WS-RESULT-AMOUNT TO WS-KEY-TODAY-AMOUNT(WS-KEY-SUB).
           IF WS-RECORD-TIME < WS-KEY-TODAY-FIRST(WS-KEY-SUB)
               MOVE WS-RECORD-TIME TO WS-KEY-TODAY-FIRST(WS-KEY-SUB)
           END-IF.
           IF WS-RECORD-TIME > WS-KEY-TODAY-LAST(WS-KEY-SUB)
               MOVE WS-RECORD-TIME TO WS-KEY-TODAY-LAST(WS-KEY-SUB)
           END-IF.

      *> WS-ADD-KEY says whether a key not yet in the table may be
      *> added (today's extract) or is simply not wanted (history
      *> for a key with no activity today - WS-FOUND-SWITCH 'N').
       FIND-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-KEY-DIMENSION(WS-KEY-SUB) = WS-FIND-DIMENSION
                  AND WS-KEY-NAME(WS-KEY-SUB) = WS-FIND-KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-KEY-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N' AND WS-ADD-KEY = 'Y'
               IF WS-KEY-USED >= 2000
                   DISPLAY 'ERROR: more than 2000 accounts, '
                       'operators and operations active today'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-KEY-USED
               MOVE WS-KEY-USED TO WS-KEY-SUB
               MOVE WS-FIND-DIMENSION TO WS-KEY-DIMENSION(WS-KEY-SUB)
               MOVE WS-FIND-KEY TO WS-KEY-NAME(WS-KEY-SUB)
               MOVE 0 TO WS-KEY-TODAY-COUNT(WS-KEY-SUB)
               MOVE 0 TO WS-KEY-TODAY-AMOUNT(WS-KEY-SUB)
               MOVE HIGH-VALUES TO WS-KEY-TODAY-FIRST(WS-KEY-SUB)
               MOVE LOW-VALUES TO WS-KEY-TODAY-LAST(WS-KEY-SUB)
               MOVE 0 TO WS-KEY-PROF-DAYS(WS-KEY-SUB)
               MOVE 0 TO WS-KEY-PROF-COUNT(WS-KEY-SUB)
               MOVE 0 TO WS-KEY-PROF-AMOUNT(WS-KEY-SUB)
               MOVE HIGH-VALUES TO WS-KEY-PROF-FIRST(WS-KEY-SUB)
               MOVE LOW-VALUES TO WS-KEY-PROF-LAST(WS-KEY-SUB)
               MOVE SPACES TO WS-KEY-LAST-ACTIVE(WS-KEY-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       TALLY-ROUND-AMOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-RND-SUB FROM 1 BY 1
                   UNTIL WS-RND-SUB > WS-RND-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-RND-DIMENSION(WS-RND-SUB) = WS-FIND-DIMENSION
                  AND WS-RND-KEY(WS-RND-SUB) = WS-FIND-KEY
                  AND WS-RND-AMOUNT(WS-RND-SUB) = WS-RESULT-AMOUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-RND-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-RND-USED >= 2000
                   DISPLAY 'ERROR: more than 2000 round amounts '
                       'today'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RND-USED
               MOVE WS-RND-USED TO WS-RND-SUB
               MOVE WS-FIND-DIMENSION TO WS-RND-DIMENSION(WS-RND-SUB)
               MOVE WS-FIND-KEY TO WS-RND-KEY(WS-RND-SUB)
               MOVE WS-RESULT-AMOUNT TO WS-RND-AMOUNT(WS-RND-SUB)
               MOVE 0 TO WS-RND-COUNT(WS-RND-SUB)
           END-IF.
           ADD 1 TO WS-RND-COUNT(WS-RND-SUB).

      *> --- the profile window: the latest business dates on file
      *> before today, up to WS-PROFILE-DAYS of them. ACTPROF only
      *> holds dates the night actually ran, so weekends and
      *> HOLIDAYS are never in it.
       FIND-PROFILE-WINDOW.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS = '35'
      *> first night - no profile yet, so nothing is "far above" it
      *> and no account can be shown to have been idle.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-PROFILE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open PROFILE-FILE, status '
                       WS-PROFILE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF APF-DATE NOT = WS-PREVIOUS-DATE
                           MOVE APF-DATE TO WS-PREVIOUS-DATE
                           PERFORM NOTE-PROFILE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PROFILE-FILE-STATUS NOT = '35'
               CLOSE PROFILE-FILE
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-WINDOW-UPPER.
           MOVE 0 TO WS-WINDOW-DAYS.
           MOVE 'Y' TO WS-FOUND-SWITCH.
           PERFORM UNTIL WS-WINDOW-DAYS >= WS-PROFILE-DAYS
                      OR WS-FOUND-SWITCH = 'N'
               MOVE LOW-VALUES TO WS-WINDOW-PICK
               PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                       UNTIL WS-DATE-SUB > WS-DATE-USED
                   IF WS-DATE-ENTRY(WS-DATE-SUB) < WS-WINDOW-UPPER
                      AND WS-DATE-ENTRY(WS-DATE-SUB) > WS-WINDOW-PICK
                       MOVE WS-DATE-ENTRY(WS-DATE-SUB)
                           TO WS-WINDOW-PICK
                   END-IF
               END-PERFORM
               IF WS-WINDOW-PICK = LOW-VALUES
                   MOVE 'N' TO WS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-WINDOW-DAYS
                   MOVE WS-WINDOW-PICK TO WS-WINDOW-UPPER
               END-IF
           END-PERFORM.
           MOVE WS-WINDOW-UPPER TO WS-WINDOW-START.

       NOTE-PROFILE-DATE.
           IF APF-DATE = WS-BUSINESS-DATE
      *> a supervisor-approved rerun - today's rows are already on
      *> file, and are neither profile nor to be written again.
               MOVE 'Y' TO WS-ALREADY-PROFILED
               EXIT PARAGRAPH
           END-IF.
           IF APF-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLDEST-DATE = SPACES OR APF-DATE < WS-OLDEST-DATE
               MOVE APF-DATE TO WS-OLDEST-DATE
           END-IF.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-USED
               IF WS-DATE-ENTRY(WS-DATE-SUB) = APF-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-DATE-USED >= 1000
               DISPLAY 'ERROR: more than 1000 business dates on '
                   'ACTPROF - check its RETAIN keep period'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-DATE-USED.
           MOVE APF-DATE TO WS-DATE-ENTRY(WS-DATE-USED).

      *> --- the window's totals and hours, and each account's
      *> last active date, for the keys active today only.
       LOAD-PROFILE-TOTALS.
           IF WS-DATE-USED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ADD-KEY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PROFILE-FILE, status '
                   WS-PROFILE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PROFILE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF APF-DATE < WS-BUSINESS-DATE
                           PERFORM TALLY-PROFILE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-FILE.

       TALLY-PROFILE-ROW.
           MOVE APF-DIMENSION TO WS-FIND-DIMENSION.
           MOVE APF-KEY TO WS-FIND-KEY.
           PERFORM FIND-KEY.
           IF WS-FOUND-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF APF-DATE > WS-KEY-LAST-ACTIVE(WS-KEY-SUB)
              OR WS-KEY-LAST-ACTIVE(WS-KEY-SUB) = SPACES
               MOVE APF-DATE TO WS-KEY-LAST-ACTIVE(WS-KEY-SUB)
           END-IF.
           IF APF-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KEY-PROF-DAYS(WS-KEY-SUB).
           ADD APF-COUNT TO WS-KEY-PROF-COUNT(WS-KEY-SUB).
           IF FUNCTION TEST-NUMVAL(APF-AMOUNT) = 0
               COMPUTE WS-KEY-PROF-AMOUNT(WS-KEY-SUB) =
                   WS-KEY-PROF-AMOUNT(WS-KEY-SUB)
                   + FUNCTION NUMVAL(APF-AMOUNT)
           END-IF.
           IF APF-FIRST-TIME < WS-KEY-PROF-FIRST(WS-KEY-SUB)
               MOVE APF-FIRST-TIME TO WS-KEY-PROF-FIRST(WS-KEY-SUB)
           END-IF.
           IF APF-LAST-TIME > WS-KEY-PROF-LAST(WS-KEY-SUB)
               MOVE APF-LAST-TIME TO WS-KEY-PROF-LAST(WS-KEY-SUB)
           END-IF.

      *> --- volumes and amounts far above the daily average. The
      *> average is over every business date in the window, so a
      *> day the key was quiet counts as a zero day.
       CHECK-KEY-VOLUMES.
           IF WS-WINDOW-DAYS < WS-MIN-PROFILE-DAYS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-USED
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-KEY-PROF-COUNT(WS-KEY-SUB) / WS-WINDOW-DAYS
               IF WS-KEY-TODAY-COUNT(WS-KEY-SUB) >= WS-MIN-COUNT
                  AND WS-KEY-TODAY-COUNT(WS-KEY-SUB) >
                      WS-AVERAGE * WS-FACTOR
                   MOVE SPACES TO UNUSUAL-RECORD
                   MOVE 'V' TO UNU-CHECK
                   MOVE WS-KEY-TODAY-COUNT(WS-KEY-SUB)
                       TO WS-COUNT-TEXT
                   MOVE WS-COUNT-TEXT TO UNU-TODAY
                   MOVE WS-AVERAGE TO WS-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO UNU-PROFILE
                   MOVE 'CALCULATIONS TODAY VS DAILY AVERAGE'
                       TO UNU-DETAIL
                   PERFORM WRITE-KEY-FLAG
               END-IF
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-KEY-PROF-AMOUNT(WS-KEY-SUB) / WS-WINDOW-DAYS
               IF WS-KEY-TODAY-AMOUNT(WS-KEY-SUB) >= WS-MIN-AMOUNT
                  AND WS-KEY-TODAY-AMOUNT(WS-KEY-SUB) >
                      WS-AVERAGE * WS-FACTOR
                   MOVE SPACES TO UNUSUAL-RECORD
                   MOVE 'A' TO UNU-CHECK
                   MOVE WS-KEY-TODAY-AMOUNT(WS-KEY-SUB)
                       TO WS-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO UNU-TODAY
                   MOVE WS-AVERAGE TO WS-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO UNU-PROFILE
                   MOVE 'AMOUNT TODAY VS DAILY AVERAGE'
                       TO UNU-DETAIL
                   PERFORM WRITE-KEY-FLAG
               END-IF
           END-PERFORM.

      *> --- first activity on an account with nothing on file for
      *> the idle window. An account never seen at all is only
      *> flagged once the history reaches back that far.
       CHECK-IDLE-ACCOUNTS.
           IF WS-OLDEST-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-USED
               IF WS-KEY-DIMENSION(WS-KEY-SUB) = 'A'
                   PERFORM CHECK-ONE-IDLE-ACCOUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-IDLE-ACCOUNT.
           IF WS-KEY-LAST-ACTIVE(WS-KEY-SUB) = SPACES
               COMPUTE WS-OTHER-DAY = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-OLDEST-DATE))
           ELSE
               COMPUTE WS-OTHER-DAY = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-KEY-LAST-ACTIVE(WS-KEY-SUB)))
           END-IF.
           COMPUTE WS-IDLE-COUNT = WS-BUSINESS-DAY - WS-OTHER-DAY.
           IF WS-IDLE-COUNT < WS-IDLE-DAYS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO UNUSUAL-RECORD.
           MOVE 'I' TO UNU-CHECK.
           MOVE WS-KEY-TODAY-COUNT(WS-KEY-SUB) TO WS-COUNT-TEXT.
           MOVE WS-COUNT-TEXT TO UNU-TODAY.
           IF WS-KEY-LAST-ACTIVE(WS-KEY-SUB) = SPACES
               MOVE 'NONE ON FILE' TO UNU-PROFILE
               MOVE 'CALCULATIONS TODAY, NO EARLIER ACTIVITY'
                   TO UNU-DETAIL
           ELSE
               MOVE WS-KEY-LAST-ACTIVE(WS-KEY-SUB) TO UNU-PROFILE
               MOVE 'CALCULATIONS TODAY, LAST ACTIVE DATE'
                   TO UNU-DETAIL
           END-IF.
           PERFORM WRITE-KEY-FLAG.

       CHECK-ROUND-AMOUNTS.
           PERFORM VARYING WS-RND-SUB FROM 1 BY 1
                   UNTIL WS-RND-SUB > WS-RND-USED
               IF WS-RND-COUNT(WS-RND-SUB) >= WS-ROUND-REPEAT
                   MOVE SPACES TO UNUSUAL-RECORD
                   MOVE 'R' TO UNU-CHECK
                   MOVE WS-RND-DIMENSION(WS-RND-SUB)
                       TO UNU-DIMENSION
                   MOVE WS-RND-KEY(WS-RND-SUB) TO UNU-KEY
                   MOVE 0 TO UNU-TRANS-ID
                   MOVE WS-RND-COUNT(WS-RND-SUB) TO WS-COUNT-TEXT
                   MOVE WS-COUNT-TEXT TO UNU-TODAY
                   MOVE WS-RND-AMOUNT(WS-RND-SUB) TO WS-AMOUNT-TEXT
                   MOVE WS-AMOUNT-TEXT TO UNU-PROFILE
                   MOVE 'TIMES TODAY THE SAME ROUND AMOUNT'
                       TO UNU-DETAIL
                   PERFORM WRITE-FLAG
               END-IF
           END-PERFORM.

      *> --- pass 2 over the extract: the per-calculation checks --
       CHECK-EACH-CALCULATION.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
      *> without the cross-reference a reversal cannot be matched
      *> to what it reversed - the other checks still run.
               DISPLAY 'WARNING: cannot open XREF-FILE, status '
                   WS-XREF-FILE-STATUS ' - reversal check skipped'
           END-IF.
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
                       IF AUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                           PERFORM CHECK-OPERATOR-HOURS
                           IF AUD-OPERATION = 'REVERSAL'
                              AND WS-XREF-OPEN = 'Y'
                               PERFORM CHECK-QUICK-REVERSAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.

      *> normal hours are the earliest and latest times the operator
      *> worked in the window, widened by the slack; an operator
      *> with too few days on file gets the house day instead.
       CHECK-OPERATOR-HOURS.
           MOVE 'N' TO WS-ADD-KEY.
           MOVE 'O' TO WS-FIND-DIMENSION.
           MOVE AUD-OPERATOR-ID TO WS-FIND-KEY.
           PERFORM FIND-KEY.
           IF WS-KEY-PROF-DAYS(WS-KEY-SUB) >= WS-MIN-PROFILE-DAYS
               MOVE WS-KEY-PROF-FIRST(WS-KEY-SUB) TO WS-HOURS-FIRST
               MOVE WS-KEY-PROF-LAST(WS-KEY-SUB) TO WS-HOURS-LAST
               COMPUTE WS-FIRST-MINUTES =
                   FUNCTION NUMVAL(WS-HOURS-FIRST(1:2)) * 60
                   + FUNCTION NUMVAL(WS-HOURS-FIRST(3:2))
                   - WS-HOURS-SLACK
               COMPUTE WS-LAST-MINUTES =
                   FUNCTION NUMVAL(WS-HOURS-LAST(1:2)) * 60
                   + FUNCTION NUMVAL(WS-HOURS-LAST(3:2))
                   + WS-HOURS-SLACK
           ELSE
               MOVE WS-DEFAULT-FIRST TO WS-HOURS-FIRST
               MOVE WS-DEFAULT-LAST TO WS-HOURS-LAST
               COMPUTE WS-FIRST-MINUTES =
                   FUNCTION NUMVAL(WS-HOURS-FIRST(1:2)) * 60
                   + FUNCTION NUMVAL(WS-HOURS-FIRST(3:2))
               COMPUTE WS-LAST-MINUTES =
                   FUNCTION NUMVAL(WS-HOURS-LAST(1:2)) * 60
                   + FUNCTION NUMVAL(WS-HOURS-LAST(3:2))
           END-IF.
           COMPUTE WS-RECORD-MINUTES =
               FUNCTION NUMVAL(AUD-TIMESTAMP(9:2)) * 60
               + FUNCTION NUMVAL(AUD-TIMESTAMP(11:2)).
           IF WS-RECORD-MINUTES >= WS-FIRST-MINUTES
              AND WS-RECORD-MINUTES <= WS-LAST-MINUTES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO UNUSUAL-RECORD.
           MOVE 'H' TO UNU-CHECK.
           MOVE 'O' TO UNU-DIMENSION.
           MOVE AUD-OPERATOR-ID TO UNU-KEY.
           MOVE AUD-TRANS-ID TO UNU-TRANS-ID.
           MOVE AUD-TIMESTAMP(9:4) TO UNU-TODAY.
           STRING WS-HOURS-FIRST DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HOURS-LAST DELIMITED BY SIZE
                  INTO UNU-PROFILE.
           IF WS-KEY-PROF-DAYS(WS-KEY-SUB) >= WS-MIN-PROFILE-DAYS
               STRING 'TIME OF ' DELIMITED BY SIZE
                      AUD-OPERATION DELIMITED BY SPACE
                      ' VS NORMAL HOURS' DELIMITED BY SIZE
                      INTO UNU-DETAIL
           ELSE
               STRING 'TIME OF ' DELIMITED BY SIZE
                      AUD-OPERATION DELIMITED BY SPACE
                      ' VS HOUSE HOURS (NEW)' DELIMITED BY SIZE
                      INTO UNU-DETAIL
           END-IF.
           PERFORM WRITE-FLAG.

      *> a REVERSAL soon after a large calculation - the original's
      *> time and size come from its AUDXREF row.
       CHECK-QUICK-REVERSAL.
           IF AUD-REVERSED-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF AUD-REVERSED-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-REVERSED-ID TO XRF-TRANS-ID.
           READ XREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF XRF-TIMESTAMP(1:12) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-RECORD-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AUD-TIMESTAMP(1:8))) * 1440
               + FUNCTION NUMVAL(AUD-TIMESTAMP(9:2)) * 60
               + FUNCTION NUMVAL(AUD-TIMESTAMP(11:2)).
           COMPUTE WS-ORIGINAL-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(XRF-TIMESTAMP(1:8))) * 1440
               + FUNCTION NUMVAL(XRF-TIMESTAMP(9:2)) * 60
               + FUNCTION NUMVAL(XRF-TIMESTAMP(11:2)).
           COMPUTE WS-GAP-MINUTES =
               WS-RECORD-MINUTES - WS-ORIGINAL-MINUTES.
           IF WS-GAP-MINUTES < 0 OR WS-GAP-MINUTES > WS-QUICK-MINUTES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RESULT-AMOUNT.
           IF FUNCTION TEST-NUMVAL(XRF-RESULT) = 0
               COMPUTE WS-RESULT-AMOUNT =
                   FUNCTION NUMVAL(XRF-RESULT)
           END-IF.
           IF WS-RESULT-AMOUNT < 0
               COMPUTE WS-RESULT-AMOUNT = 0 - WS-RESULT-AMOUNT
           END-IF.
           MOVE WS-LARGE-FLOOR TO WS-LIMIT-AMOUNT.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > WS-THR-USED
               IF WS-THR-OPERATION(WS-THR-SUB) = XRF-OPERATION
                   MOVE WS-THR-LIMIT(WS-THR-SUB) TO WS-LIMIT-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-RESULT-AMOUNT <= WS-LIMIT-AMOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO UNUSUAL-RECORD.
           MOVE 'Q' TO UNU-CHECK.
           MOVE 'O' TO UNU-DIMENSION.
           MOVE AUD-OPERATOR-ID TO UNU-KEY.
           MOVE AUD-TRANS-ID TO UNU-TRANS-ID.
           MOVE WS-GAP-MINUTES TO WS-GAP-TEXT.
           STRING WS-GAP-TEXT DELIMITED BY SIZE
                  ' MINUTES' DELIMITED BY SIZE
                  INTO UNU-TODAY.
           MOVE WS-RESULT-AMOUNT TO WS-AMOUNT-TEXT.
           MOVE WS-AMOUNT-TEXT TO UNU-PROFILE.
           MOVE XRF-TRANS-ID TO WS-ID-TEXT.
           STRING 'AFTER ' DELIMITED BY SIZE
                  XRF-OPERATION DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ID-TEXT DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  XRF-OPERATOR-ID DELIMITED BY SIZE
                  INTO UNU-DETAIL.
           PERFORM WRITE-FLAG.

      *> --- the review list and its printed copy -----------------
       WRITE-KEY-FLAG.
           MOVE WS-KEY-DIMENSION(WS-KEY-SUB) TO UNU-DIMENSION.
           MOVE WS-KEY-NAME(WS-KEY-SUB) TO UNU-KEY.
           MOVE 0 TO UNU-TRANS-ID.
           PERFORM WRITE-FLAG.

       WRITE-FLAG.
           MOVE WS-BUSINESS-DATE TO UNU-DATE.
           WRITE UNUSUAL-RECORD.
           IF WS-UNUSUAL-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write UNUSUAL-FILE, status '
                   WS-UNUSUAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-FLAG-COUNT.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > 6
               IF WS-CHECK-CODES(WS-CHECK-SUB:1) = UNU-CHECK
                   ADD 1 TO WS-CHECK-COUNT(WS-CHECK-SUB)
               END-IF
           END-PERFORM.
           PERFORM SET-CHECK-LABEL.
           IF UNU-TRANS-ID = 0
               MOVE SPACES TO WS-ID-TEXT
           ELSE
               MOVE UNU-TRANS-ID TO WS-ID-TEXT
           END-IF.
           STRING WS-CHECK-LABEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNU-DIMENSION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNU-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ID-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNU-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  UNU-PROFILE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '           ' DELIMITED BY SIZE
                  UNU-DETAIL DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       SET-CHECK-LABEL.
           EVALUATE UNU-CHECK
               WHEN 'V'
                   MOVE 'VOLUME' TO WS-CHECK-LABEL
               WHEN 'A'
                   MOVE 'AMOUNT' TO WS-CHECK-LABEL
               WHEN 'H'
                   MOVE 'HOURS' TO WS-CHECK-LABEL
               WHEN 'R'
                   MOVE 'ROUND' TO WS-CHECK-LABEL
               WHEN 'I'
                   MOVE 'IDLE' TO WS-CHECK-LABEL
               WHEN OTHER
                   MOVE 'QUICKREV' TO WS-CHECK-LABEL
           END-EVALUATE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-WINDOW-DAYS TO WS-COUNT-EDIT.
           IF WS-WINDOW-DAYS < WS-MIN-PROFILE-DAYS
               STRING 'PROFILE: ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' DAY(S) ON FILE - VOLUME/AMOUNT CHECKS '
                          DELIMITED BY SIZE
                      'NOT YET RUN' DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING 'PROFILE: ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' BUSINESS DAY(S) FROM ' DELIMITED BY SIZE
                      WS-WINDOW-START DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'CHECK    D KEY        TRANS ID  TODAY         '
                      DELIMITED BY SIZE
                  ' PROFILE' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-CHECK-SUMMARY.
           PERFORM WRITE-REPORT-LINE.
           IF WS-FLAG-COUNT = 0
               MOVE '  NOTHING UNUSUAL' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > 6
               MOVE WS-CHECK-CODES(WS-CHECK-SUB:1) TO UNU-CHECK
               PERFORM SET-CHECK-LABEL
               MOVE WS-CHECK-COUNT(WS-CHECK-SUB) TO WS-COUNT-EDIT
               STRING WS-CHECK-LABEL DELIMITED BY SIZE
                      ' FLAGGED ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
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
           STRING 'UNUSUAL ACTIVITY REVIEW LIST - BUSINESS DATE '
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '       PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

      *> --- tonight's figures become tomorrow's profile ----------
       APPEND-TODAY-PROFILE.
           IF WS-ALREADY-PROFILED = 'Y'
               DISPLAY 'UNUSUAL ACTIVITY: ' WS-BUSINESS-DATE
                   ' already on ACTPROF - profile not appended again'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS = '35'
      *> ACTPROF doesn't exist yet (first night) - start it.
               OPEN OUTPUT PROFILE-FILE
           END-IF.
           IF WS-PROFILE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PROFILE-FILE, status '
                   WS-PROFILE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-USED
               MOVE SPACES TO ACTIVITY-PROFILE-RECORD
               MOVE WS-BUSINESS-DATE TO APF-DATE
               MOVE WS-KEY-DIMENSION(WS-KEY-SUB) TO APF-DIMENSION
               MOVE WS-KEY-NAME(WS-KEY-SUB) TO APF-KEY
               MOVE WS-KEY-TODAY-COUNT(WS-KEY-SUB) TO APF-COUNT
               MOVE WS-KEY-TODAY-AMOUNT(WS-KEY-SUB) TO WS-AMOUNT-TEXT
               MOVE WS-AMOUNT-TEXT TO APF-AMOUNT
               MOVE WS-KEY-TODAY-FIRST(WS-KEY-SUB) TO APF-FIRST-TIME
               MOVE WS-KEY-TODAY-LAST(WS-KEY-SUB) TO APF-LAST-TIME
               WRITE ACTIVITY-PROFILE-RECORD
               IF WS-PROFILE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot write PROFILE-FILE, '
                       'status ' WS-PROFILE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.
           CLOSE PROFILE-FILE.

       END PROGRAM UnusualActivity.
