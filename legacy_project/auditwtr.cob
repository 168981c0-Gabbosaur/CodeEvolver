      *> the control file is held exclusively for the whole
      *> read-increment-rewrite, so two callers confirming at the
      *> same moment (or online work overlapping the batch) can
      *> never both be handed the same transaction ID - and on
      *> until the audit and cross-reference records are written,
      *> so AUDITLOG receives its sequence numbers in order even
      *> with the CALCMIX partitions writing side by side.
           SELECT IDCTL-FILE ASSIGN TO "AUDIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT PPA-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> two counters: the unique transaction ID and the gap-free
       FD  XREF-FILE.
       COPY XREFREC.

      *> prior-period adjustment register - one row per audit
      *> record written for work carried out of a closed month.
       FD  PPA-FILE.
       COPY PPAREC.

       WORKING-STORAGE SECTION.
       01  WS-IDCTL-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-PPA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LAST-TRANS-ID        PIC 9(9) VALUE 0.
       01  WS-LAST-SEQUENCE        PIC 9(9) VALUE 0.
       01  WS-HOLD-TRANS-ID        PIC 9(9) VALUE 0.
           IF AWR-STATUS = '00'
               PERFORM WRITE-XREF-RECORD
           END-IF.
           CLOSE IDCTL-FILE.
           IF AWR-STATUS = '00'
              AND AWR-PPA-PERIOD NOT = SPACES
               PERFORM APPEND-PPA-RECORD
           END-IF.
           GOBACK.

      *> the counters are read, incremented and rewritten under one
      *> exclusive open - no window where a second caller can read
      *> the old values, and no OPEN OUTPUT that briefly leaves the
      *> file empty. This is what lets the online screens run while
      *> CALCDLY is still going. The file is left open - the lock
      *> is released by MAIN-PARAGRAPH once the records are out.
       ASSIGN-TRANS-ID.
           MOVE 0 TO WS-LAST-TRANS-ID.
           MOVE 0 TO WS-LAST-SEQUENCE.
                   WS-IDCTL-FILE-STATUS
               MOVE WS-IDCTL-FILE-STATUS TO AWR-STATUS
           END-IF.

      *> a busy control file (status 93/94) is another caller mid-
      *> assignment - pause and try again rather than fail a good
               CLOSE AUDIT-FILE
           END-IF.

      *> a busy cross-reference (status 93/94) is a reversal or
      *> another writer mid-update - pause and retry the same way
      *> as the control file.
       WRITE-XREF-RECORD.
           MOVE 0 TO WS-RETRY-COUNT.
           OPEN I-O XREF-FILE.
           PERFORM UNTIL (WS-XREF-FILE-STATUS NOT = '93'
                      AND WS-XREF-FILE-STATUS NOT = '94')
                      OR WS-RETRY-COUNT >= WS-RETRY-LIMIT
               ADD 1 TO WS-RETRY-COUNT
               PERFORM SPIN-BEFORE-RETRY
               OPEN I-O XREF-FILE
           END-PERFORM.
           IF WS-XREF-FILE-STATUS = '35'
      *> AUDXREF doesn't exist yet (first run on a fresh system) -
      *> that is not a failure, just nothing to key into yet.
                   REWRITE XREF-RECORD
           END-READ.

      *> the adjustment register is what lets GLPosting and
      *> DailySummary show carried work apart from the current
      *> month - an audit record without its PPALOG row would be
      *> reported as current work, so a failure here is a failure.
       APPEND-PPA-RECORD.
           OPEN EXTEND PPA-FILE.
           IF WS-PPA-FILE-STATUS = '35'
      *> PPALOG doesn't exist yet (first adjustment on a fresh
      *> system) - that is not a failure, just nothing to append
      *> to yet.
               OPEN OUTPUT PPA-FILE
           END-IF.
           IF WS-PPA-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open PPA-FILE, status '
                   WS-PPA-FILE-STATUS
               MOVE WS-PPA-FILE-STATUS TO AWR-STATUS
           ELSE
               MOVE SPACES TO PPA-RECORD
               MOVE WS-TIMESTAMP(1:8) TO PPA-POSTING-DATE
               MOVE AWR-TRANS-ID TO PPA-TRANS-ID
               MOVE AWR-PPA-PERIOD TO PPA-PERIOD
               MOVE AWR-OPERATION TO PPA-OPERATION
               MOVE AWR-RESULT TO PPA-RESULT
               MOVE AWR-ACCOUNT-ID TO PPA-ACCOUNT-ID
               WRITE PPA-RECORD
               IF WS-PPA-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot write PPA-FILE, status '
                       WS-PPA-FILE-STATUS
                   MOVE WS-PPA-FILE-STATUS TO AWR-STATUS
               END-IF
               CLOSE PPA-FILE
           END-IF.

       END PROGRAM CalcAuditWriter.
