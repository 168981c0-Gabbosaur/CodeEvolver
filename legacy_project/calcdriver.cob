               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXDIFF-FILE-STATUS.

      *> opened exclusively for each reference's read-and-register
      *> only, so the CALCMIX partitions share the registry without
      *> two of them both taking the same reference as new.
           SELECT REFLOG-FILE ASSIGN TO "REFLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFL-KEY
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-REFLOG-FILE-STATUS.

           SELECT REFWIN-FILE ASSIGN TO "REFWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFWIN-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           05  FXD-CURRENCY        PIC X(3).
           05  FXD-AMOUNT          PIC X(16).

      *> keyed registry of sender references already processed,
      *> read one reference at a time - it is never loaded whole,
      *> so its size no longer limits the run. RefPurge drops the
      *> rows that have aged out of their sending system's window.
       FD  REFLOG-FILE.
       COPY REFREG.

       FD  REFWIN-FILE.
       COPY REFWIN.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.
       COPY RUNCTLA.
       COPY ACCTCHK.
       COPY BUSDAYA.
       COPY PERIODA.
       01  WS-RESULT          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-RESULT-EDIT     PIC $$$,$$$,$$9.99-.
       01  WS-REMAINDER       PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-REJECT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-OVERRIDE-ANSWER      PIC X VALUE 'N'.
      *> partitioned CALCMIX: each partition of the split feed runs
      *> under its own run-control step (MIXP1, MIXP2, ...) for the
      *> night's business date, so a failed partition can be rerun
      *> alone and CalcMerge can wait for every one of them. A blank
      *> step answer is the unsplit run - MIXSTEP, checked under
      *> each segment header's business date.
       01  WS-RUN-STEP-NAME        PIC X(8) VALUE 'MIXSTEP'.
       01  WS-RUN-STEP-ANSWER      PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-PARTITION-RUN        PIC X VALUE 'N'.
       01  WS-SKIP-SWITCH          PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-SENDING-SYSTEM       PIC X(8) VALUE SPACES.
       01  WS-DATE-OPTION          PIC X VALUE SPACE.
      *> closed accounting month the current segment's work belongs
      *> to - spaces for current work. Every audit record written
      *> for the segment carries it, so the work posts as a
      *> prior-period adjustment.
       01  WS-PPA-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-HEADER-SEEN          PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-HASH-NUM1            PIC S9(11)V99 VALUE 0.
       01  WS-DIVERT-MESSAGE       PIC X(30) VALUE
           'Diverted - bad segment: '.

      *> duplicate detection: the registry is opened at start and
      *> every non-blank reference is looked up in it before
      *> any arithmetic - July's re-included Monday details would
      *> have parked on CALCSUSP instead of hitting AUDITLOG
      *> twice. Releases from the SuspenseFix screen come back
      *> under the SUSPFIX sending system and are not re-checked.
       01  WS-REFLOG-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REFWIN-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-REFLOG-OPEN          PIC X VALUE 'N'.
      *> contention handling: another partition holding REFLOG is
      *> normal for a moment, a failure only after the retries run
      *> out - the same pause-and-retry CalcAuditWriter uses.
       01  WS-RETRY-COUNT          PIC 9(3) VALUE 0.
       01  WS-RETRY-LIMIT          PIC 9(3) VALUE 50.
       01  WS-SPIN-SUB             PIC 9(7) VALUE 0.
       01  WS-DUP-SWITCH           PIC X VALUE 'N'.
      *> look-back window, in calendar days, per sending system;
      *> a repeat under a later (or earlier) business date inside
      *> the window is caught as well as a same-day repeat.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 100 TIMES.
               10  WS-WIN-SYSTEM   PIC X(8).
               10  WS-WIN-DAYS     PIC 9(3).
       01  WS-WIN-USED             PIC 9(3) VALUE 0.
       01  WS-WIN-SUB              PIC 9(3) VALUE 0.
       01  WS-DEFAULT-WINDOW       PIC 9(3) VALUE 7.
       01  WS-REF-WINDOW           PIC 9(3) VALUE 0.
       01  WS-REF-SEEN-DATE        PIC X(8) VALUE SPACES.
       01  WS-REF-DAYS-APART       PIC S9(7) VALUE 0.
       01  WS-SUSPENDED-COUNT      PIC 9(7) VALUE 0.

      *> currency conversion for the ADD/SUBTRACT work in the mixed
      *> the original amounts and rate go on the audit record.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY PIC X(3).
               10  WS-RTE-EFF-DATE PIC X(8).
               10  WS-RTE-RATE     PIC S9(4)V9(6).
               10  WS-RTE-RATE-TEXT PIC X(10).
       01  WS-RATE-USED            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB             PIC 9(4) VALUE 0.
       01  WS-RATE-EOF             PIC X VALUE 'N'.
       01  WS-RECORD-CURRENCY      PIC X(3) VALUE SPACES.
       01  WS-ORIG-NUM1            PIC S9(7)V99 COMP-3 VALUE 0.
      *> date/step that already completed (genuine rerun).
           DISPLAY 'Supervisor override rerun? (Y/N): '.
           ACCEPT WS-OVERRIDE-ANSWER.
           DISPLAY 'Partition run-control step (blank = MIXSTEP): '.
           ACCEPT WS-RUN-STEP-ANSWER.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           IF WS-RUN-STEP-ANSWER NOT = SPACES
               PERFORM START-PARTITION-RUN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-REFERENCE-LOG.
           OPEN INPUT TRANS-FILE.
           CLOSE TRANS-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           IF WS-REFLOG-OPEN = 'Y'
               CLOSE REFLOG-FILE
           END-IF.

           PERFORM WRITE-FX-DIFFERENCES.

                   MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE TH-SENDING-SYSTEM TO WS-SENDING-SYSTEM
                   MOVE TH-DATE-OPTION TO WS-DATE-OPTION
                   MOVE TH-PPA-PERIOD TO WS-PPA-PERIOD
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE 'Y' TO WS-SEG-OPEN
                   MOVE 0 TO WS-DETAIL-COUNT
                   MOVE 0 TO WS-HASH-NUM2
                   MOVE 0 TO WS-SEG-USED
                   PERFORM CHECK-BUSINESS-DATE
                   PERFORM CHECK-POSTING-PERIOD
                   IF WS-PARTITION-RUN NOT = 'Y'
                       PERFORM CHECK-RUN-CONTROL
                   END-IF
               WHEN 'D'
                   IF WS-SEG-OPEN NOT = 'Y'
                       ADD 1 TO WS-BADTYPE-COUNT
                   GOBACK
           END-EVALUATE.

      *> posting lock: a feed dated in a month PeriodClose has
      *> closed is not refused - the work is carried into the
      *> current month and every audit record for the segment is
      *> flagged as a prior-period adjustment of the closed month.
       CHECK-POSTING-PERIOD.
           MOVE WS-BUSINESS-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           EVALUATE PRA-RESULT
               WHEN 'O'
                   CONTINUE
               WHEN 'C'
                   DISPLAY 'PERIOD: ' WS-BUSINESS-DATE
                       ' is in closed period ' PRA-PERIOD
                       ' - posted as prior-period adjustment'
                   MOVE PRA-PERIOD TO WS-PPA-PERIOD
               WHEN OTHER
                   DISPLAY 'ERROR: period control failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *> a partition is gated once, up front, under the night's
      *> business date from SYSIN - its segments may carry other
      *> dates (released future work, SuspenseFix releases), and
      *> CalcMerge looks for every partition under the one date.
       START-PARTITION-RUN.
           DISPLAY 'Business date (CCYYMMDD): '.
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-STEP-ANSWER TO WS-RUN-STEP-NAME.
           MOVE 'Y' TO WS-PARTITION-RUN.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CLEAR-PARTITION-OUTPUTS.

      *> a partition's reject, suspense and FX-difference files hold
      *> only this run's rows until CalcMerge appends them to the
      *> life-to-date files - empty them once the gate has let the
      *> run start, so a rerun never hands the merge the failed
      *> attempt's rows as well. A refused run leaves them alone.
       CLEAR-PARTITION-OUTPUTS.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REJECT-FILE, status '
                   WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE REJECT-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SUSPENSE-FILE, status '
                   WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE SUSPENSE-FILE.
           OPEN OUTPUT FXDIFF-FILE.
           IF WS-FXDIFF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open FXDIFF-FILE, status '
                   WS-FXDIFF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE FXDIFF-FILE.

       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           IF WS-PARTITION-RUN = 'Y'
               MOVE WS-RUN-DATE TO RNC-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE
           END-IF.
           MOVE WS-RUN-STEP-NAME TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           EVALUATE RNC-RESULT
               WHEN 'A'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'ERROR: ' WS-RUN-STEP-NAME
                       ' already completed for '
                       RNC-BUSINESS-DATE ' - duplicate run refused'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN 'P'
                   DISPLAY 'ERROR: ' WS-RUN-STEP-NAME
                       ' refused - a prerequisite '
                       'step has not completed for '
                       RNC-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO RNC-FUNCTION.
           IF WS-PARTITION-RUN = 'Y'
               MOVE WS-RUN-DATE TO RNC-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE
           END-IF.
           MOVE WS-RUN-STEP-NAME TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           IF RNC-RESULT NOT = 'A'
               PERFORM DIVERT-SEGMENT
           END-IF.
           IF WS-HEADER-SEEN NOT = 'Y'
               IF WS-PARTITION-RUN = 'Y' AND WS-BADTYPE-COUNT = 0
      *> no sending system mapped to this partition tonight - an
      *> empty partition is complete, not a lost feed.
                   DISPLAY 'PARTITION ' WS-RUN-STEP-NAME
                       ': no segments for ' WS-RUN-DATE
               ELSE
                   DISPLAY 'ERROR: no batch segment found on '
                       'CALCTRANS'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BADTYPE-COUNT > 0
               MOVE 16 TO RETURN-CODE
                               'for ' RT-CURRENCY ' ' RT-EFF-DATE
                               ' - row ignored'
                       ELSE
                           IF WS-RATE-USED >= 2000
      *> a row the table cannot hold may be the rate in
      *> effect - fail loudly rather than convert at a
      *> stale one.
                               DISPLAY 'ERROR: more than 2000 RATETAB '
                                   'rows'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-RATE-USED
                           MOVE RT-CURRENCY TO
                               WS-RTE-CURRENCY(WS-RATE-USED)
                           MOVE RT-EFF-DATE TO
                               WS-RTE-EFF-DATE(WS-RATE-USED)
                           COMPUTE WS-RTE-RATE(WS-RATE-USED) =
                               FUNCTION NUMVAL(RT-RATE)
                           MOVE RT-RATE TO
                               WS-RTE-RATE-TEXT(WS-RATE-USED)
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *> only the windows are loaded - a few rows, one per sending
      *> system. The registry is opened here just to prove it can
      *> be (creating it on a fresh system) before any work is
      *> done; each reference opens it again for its own check.
       LOAD-REFERENCE-LOG.
           MOVE 0 TO WS-WIN-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REFWIN-FILE.
           IF WS-REFWIN-FILE-STATUS = '35'
      *> no window table on this system - every sending system
      *> gets the default window.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-REFWIN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open REFWIN-FILE, status '
                       WS-REFWIN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REFWIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-WIN-USED >= 100
                           DISPLAY 'ERROR: more than 100 REFWIN rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-WIN-USED
                       MOVE RWN-SYSTEM TO WS-WIN-SYSTEM(WS-WIN-USED)
                       MOVE RWN-DAYS TO WS-WIN-DAYS(WS-WIN-USED)
               END-READ
           END-PERFORM.
           IF WS-REFWIN-FILE-STATUS NOT = '35'
               CLOSE REFWIN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM OPEN-REFERENCE-LOG.
           CLOSE REFLOG-FILE.
           MOVE 'N' TO WS-REFLOG-OPEN.

      *> a busy registry (status 93/94) is another partition mid-
      *> check - pause and try again rather than fail the run.
       OPEN-REFERENCE-LOG.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O REFLOG-FILE.
           PERFORM UNTIL (WS-REFLOG-FILE-STATUS NOT = '93'
                      AND WS-REFLOG-FILE-STATUS NOT = '94')
                      OR WS-RETRY-COUNT >= WS-RETRY-LIMIT
               ADD 1 TO WS-RETRY-COUNT
               PERFORM SPIN-BEFORE-RETRY
               OPEN I-O REFLOG-FILE
           END-PERFORM.
           IF WS-REFLOG-FILE-STATUS = '35'
      *> no registry yet (first referenced feed on a fresh system)
      *> - nothing processed before, nothing to match against.
               OPEN OUTPUT REFLOG-FILE
               CLOSE REFLOG-FILE
               OPEN I-O REFLOG-FILE
           END-IF.
           IF WS-REFLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REFLOG-FILE, status '
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-REFLOG-OPEN.

       SPIN-BEFORE-RETRY.
           PERFORM VARYING WS-SPIN-SUB FROM 1 BY 1
                   UNTIL WS-SPIN-SUB > 100000
               CONTINUE
           END-PERFORM.

       CHECK-DUPLICATE-REFERENCE.
           PERFORM OPEN-REFERENCE-LOG.
           PERFORM CHECK-REFERENCE-ENTRY.
           CLOSE REFLOG-FILE.
           MOVE 'N' TO WS-REFLOG-OPEN.

       CHECK-REFERENCE-ENTRY.
           PERFORM FIND-REFERENCE-WINDOW.
           MOVE WS-SENDING-SYSTEM TO RFL-SYSTEM.
           MOVE CT-REFERENCE TO RFL-REFERENCE.
           MOVE SPACES TO WS-REF-SEEN-DATE.
           READ REFLOG-FILE
               INVALID KEY
      *> first sighting - registered at once, so a repeat later
      *> in the same file is caught too.
                   PERFORM REGISTER-REFERENCE
                   EXIT PARAGRAPH
           END-READ.
           MOVE RFL-DATE TO WS-REF-SEEN-DATE.
      *> a registry row with no usable date cannot be aged - held
      *> for review rather than let through.
           IF RFL-DATE NOT NUMERIC
               MOVE 'Y' TO WS-DUP-SWITCH
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REF-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RFL-DATE)).
           IF WS-REF-DAYS-APART < 0
               MULTIPLY -1 BY WS-REF-DAYS-APART
           END-IF.
           IF WS-REF-DAYS-APART < WS-REF-WINDOW
               MOVE 'Y' TO WS-DUP-SWITCH
           ELSE
      *> the reference has come round again after its window -
      *> genuine new work, dated to this business date.
               PERFORM REDATE-REFERENCE
           END-IF.

       FIND-REFERENCE-WINDOW.
           MOVE WS-DEFAULT-WINDOW TO WS-REF-WINDOW.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-USED
               IF WS-WIN-SYSTEM(WS-WIN-SUB) = WS-SENDING-SYSTEM
                   MOVE WS-WIN-DAYS(WS-WIN-SUB) TO WS-REF-WINDOW
               END-IF
           END-PERFORM.

       REGISTER-REFERENCE.
           MOVE WS-SENDING-SYSTEM TO RFL-SYSTEM.
           MOVE CT-REFERENCE TO RFL-REFERENCE.
           MOVE WS-BUSINESS-DATE TO RFL-DATE.
           WRITE REFLOG-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: cannot write REFLOG-FILE, status '
                       WS-REFLOG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-WRITE.

       REDATE-REFERENCE.
           MOVE WS-BUSINESS-DATE TO RFL-DATE.
           REWRITE REFLOG-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: cannot rewrite REFLOG-FILE, status '
                       WS-REFLOG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENDED-COUNT.
           DISPLAY 'SUSPECT DUPLICATE: ' WS-SENDING-SYSTEM ' '
               WS-BUSINESS-DATE ' reference ' CT-REFERENCE
               ' (seen ' WS-REF-SEEN-DATE ') - parked on CALCSUSP'.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS = '35'
      *> CALCSUSP doesn't exist yet (first suspect on a fresh
           MOVE CT-NUM2 TO SUS-NUM2.
           MOVE CT-ACCOUNT TO SUS-ACCOUNT.
           MOVE CT-REFERENCE TO SUS-REFERENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-ENTRY-DATE.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.

           MOVE WS-OPERATION TO REJ-OPERATION.
           MOVE WS-RECORD-CURRENCY TO REJ-CURRENCY.
           MOVE WS-RECORD-ACCOUNT TO REJ-ACCOUNT.
           IF WS-PPA-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE TO REJ-BUSINESS-DATE
           ELSE
      *> the work belongs to the closed month - date the reject
      *> there, so its correction is carried again, not posted as
      *> current work.
               STRING WS-PPA-PERIOD DELIMITED BY SIZE
                      '01' DELIMITED BY SIZE
                      INTO REJ-BUSINESS-DATE
               END-STRING
           END-IF.
           MOVE NUM1 TO WS-NUM1-TEXT.
           MOVE WS-NUM1-TEXT TO REJ-NUM1.
           MOVE NUM2 TO WS-NUM2-TEXT.
           MOVE WS-NUM2-TEXT TO REJ-NUM2.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE 'O' TO REJ-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-ENTRY-DATE.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

           MOVE WS-RECORD-ACCOUNT TO AWR-ACCOUNT-ID.
           MOVE SPACES TO AWR-RATE-CODE.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE WS-PPA-PERIOD TO AWR-PPA-PERIOD.
           IF WS-RECORD-CURRENCY NOT = SPACES
               MOVE WS-ORIG-NUM1 TO WS-ORIG1-TEXT
               MOVE WS-ORIG1-TEXT TO AWR-ORIG-NUM1
