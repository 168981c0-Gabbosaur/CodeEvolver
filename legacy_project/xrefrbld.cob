       IDENTIFICATION DIVISION.
       PROGRAM-ID. XrefRebuild.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO "AUDMDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-FILE-STATUS.

      *> the dated archives AUDMNTH catalogs, found through the
      *> AUDMDIR directory and re-pointed one at a time the same
      *> way ArchiveResearch walks them.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

      *> the index as CalcAuditWriter left it - only ever read here.
           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

      *> the index as the log says it should be, built fresh every
      *> run. In compare mode it is a work file thrown away at end
      *> of job; in rebuild mode it is the new AUDXREF the swap step
      *> promotes.
           SELECT NEW-XREF-FILE ASSIGN TO "AUDXNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NXR-TRANS-ID
               FILE STATUS IS WS-NEW-XREF-FILE-STATUS.

           SELECT IDCTL-FILE ASSIGN TO "AUDIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDCTL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECTORY-FILE.
       01  DIRECTORY-RECORD.
           05  ADR-PERIOD          PIC X(6).
           05  ADR-FIRST-DATE      PIC X(8).
           05  ADR-LAST-DATE       PIC X(8).
           05  ADR-COUNT           PIC 9(7).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(218).

       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(218).

       FD  XREF-FILE.
       COPY XREFREC.

      *> mirrors XREFREC field for field, so the two rows can be
      *> compared whole and then field by field.
       FD  NEW-XREF-FILE.
       01  NEW-XREF-RECORD.
           05  NXR-TRANS-ID        PIC 9(9).
           05  NXR-TIMESTAMP       PIC X(26).
           05  NXR-OPERATION       PIC X(10).
           05  NXR-OPERATOR-ID     PIC X(8).
           05  NXR-TERMINAL-ID     PIC X(8).
           05  NXR-NUM1            PIC X(12).
           05  NXR-NUM2            PIC X(12).
           05  NXR-RESULT          PIC X(12).
           05  NXR-CURRENCY-CODE   PIC X(3).
           05  NXR-ORIG-NUM1       PIC X(12).
           05  NXR-ORIG-NUM2       PIC X(12).
           05  NXR-RATE-APPLIED    PIC X(10).
           05  NXR-RATE-CODE       PIC X(8).
           05  NXR-REVERSED-OP     PIC X(10).
           05  NXR-REVERSED-ID     PIC 9(9).
           05  NXR-ACCOUNT-ID      PIC X(8).
           05  NXR-APPROVED-BY     PIC X(8).
           05  NXR-REVERSED-BY     PIC 9(9).

      *> same two counters CalcAuditWriter keeps.
       FD  IDCTL-FILE.
       01  IDCTL-RECORD.
           05  IDC-LAST-TRANS-ID   PIC 9(9).
           05  IDC-LAST-SEQUENCE   PIC 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.

       01  WS-DIRECTORY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-NEW-XREF-FILE-STATUS PIC XX VALUE '00'.
       01  WS-IDCTL-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.

      *> SYSIN: COMPARE reports and changes nothing; REBUILD also
      *> resets AUDIDCTL, and its job promotes the new index.
       01  WS-MODE                 PIC X(7).

       01  WS-ARCH-NAME            PIC X(32) VALUE SPACES.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 60 TIMES.
               10  WS-DIR-PERIOD   PIC X(6).
       01  WS-DIR-USED             PIC 9(3) VALUE 0.
       01  WS-DIR-SUB              PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-MISSING     PIC 9(3) VALUE 0.

       01  WS-RECORDS-READ         PIC 9(9) VALUE 0.
       01  WS-HIGH-TRANS-ID        PIC 9(9) VALUE 0.
       01  WS-HIGH-SEQUENCE        PIC 9(9) VALUE 0.
       01  WS-HOLD-TRANS-ID        PIC 9(9) VALUE 0.
       01  WS-INDEX-ROWS           PIC 9(9) VALUE 0.

      *> a reversal whose original has not been loaded yet - put
      *> right once the whole log has been read.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 1000 TIMES.
               10  WS-PEND-ORIGINAL PIC 9(9).
               10  WS-PEND-REVERSAL PIC 9(9).
       01  WS-PEND-USED            PIC 9(4) VALUE 0.
       01  WS-PEND-SUB             PIC 9(4) VALUE 0.

      *> where each XREFREC field sits, so a row that differs can
      *> name the field(s) that differ.
       01  WS-FIELD-VALUES.
           05  FILLER PIC X(20) VALUE 'TIMESTAMP     010026'.
           05  FILLER PIC X(20) VALUE 'OPERATION     036010'.
           05  FILLER PIC X(20) VALUE 'OPERATOR-ID   046008'.
           05  FILLER PIC X(20) VALUE 'TERMINAL-ID   054008'.
           05  FILLER PIC X(20) VALUE 'NUM1          062012'.
           05  FILLER PIC X(20) VALUE 'NUM2          074012'.
           05  FILLER PIC X(20) VALUE 'RESULT        086012'.
           05  FILLER PIC X(20) VALUE 'CURRENCY-CODE 098003'.
           05  FILLER PIC X(20) VALUE 'ORIG-NUM1     101012'.
           05  FILLER PIC X(20) VALUE 'ORIG-NUM2     113012'.
           05  FILLER PIC X(20) VALUE 'RATE-APPLIED  125010'.
           05  FILLER PIC X(20) VALUE 'RATE-CODE     135008'.
           05  FILLER PIC X(20) VALUE 'REVERSED-OP   143010'.
           05  FILLER PIC X(20) VALUE 'REVERSED-ID   153009'.
           05  FILLER PIC X(20) VALUE 'ACCOUNT-ID    162008'.
           05  FILLER PIC X(20) VALUE 'APPROVED-BY   170008'.
           05  FILLER PIC X(20) VALUE 'REVERSED-BY   178009'.
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY OCCURS 17 TIMES.
               10  WS-FIELD-NAME   PIC X(14).
               10  WS-FIELD-OFFSET PIC 9(3).
               10  WS-FIELD-LENGTH PIC 9(3).
       01  WS-FIELD-SUB            PIC 9(2) VALUE 0.
       01  WS-FIELD-OFF            PIC 9(3) VALUE 0.
       01  WS-FIELD-LEN            PIC 9(3) VALUE 0.

      *> what was found. The detail lines stop at the limit so a
      *> lost index does not print the whole log; the counts are
      *> always complete.
       01  WS-MISSING-COUNT        PIC 9(9) VALUE 0.
       01  WS-INDEX-ONLY-COUNT     PIC 9(9) VALUE 0.
       01  WS-DIFFER-COUNT         PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT      PIC 9(9) VALUE 0.
       01  WS-ORPHAN-COUNT         PIC 9(9) VALUE 0.
       01  WS-DRIFT-COUNT          PIC 9(9) VALUE 0.
       01  WS-DETAIL-LINES         PIC 9(5) VALUE 0.
       01  WS-DETAIL-LIMIT         PIC 9(5) VALUE 500.
       01  WS-DETAIL-KIND          PIC X(18).
       01  WS-DETAIL-ID            PIC 9(9).
       01  WS-DETAIL-TEXT          PIC X(40).

       01  WS-CONTROL-FOUND        PIC X VALUE 'N'.
       01  WS-OLD-TRANS-ID         PIC 9(9) VALUE 0.
       01  WS-OLD-SEQUENCE         PIC 9(9) VALUE 0.

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Mode (COMPARE or REBUILD): '.
           ACCEPT WS-MODE.
           IF WS-MODE NOT = 'COMPARE' AND WS-MODE NOT = 'REBUILD'
               DISPLAY 'ERROR: mode must be COMPARE or REBUILD, got '
                   WS-MODE
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

           PERFORM LOAD-ARCHIVE-DIRECTORY.
           PERFORM OPEN-NEW-INDEX.
           PERFORM READ-ARCHIVES.
           PERFORM READ-OPEN-PERIOD.
           PERFORM APPLY-PENDING-STAMPS.
           PERFORM COMPARE-WITH-INDEX.
           CLOSE NEW-XREF-FILE.
           PERFORM CHECK-ID-CONTROL.
           PERFORM PRINT-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY 'XREF ' WS-MODE ': ' WS-RECORDS-READ
               ' log record(s), ' WS-ARCHIVES-READ
               ' archive(s); ' WS-DRIFT-COUNT ' difference(s) found.'.

      *> compare: 8 = the answer is incomplete, 4 = the index or the
      *> counters have drifted. Rebuild: 4 = drift was found (and
      *> has been put right).
           IF WS-ARCHIVES-MISSING > 0
              OR (WS-MODE = 'COMPARE' AND WS-XREF-OPEN = 'E')
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DRIFT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       LOAD-ARCHIVE-DIRECTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT DIRECTORY-FILE.
           IF WS-DIRECTORY-FILE-STATUS = '35'
      *> no cutover has ever run - the whole history is the live log.
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
               END-READ
           END-PERFORM.
           IF WS-DIRECTORY-FILE-STATUS NOT = '35'
               CLOSE DIRECTORY-FILE
           END-IF.

      *> created empty, then reopened I-O so reversal links can be
      *> stamped back onto rows already loaded.
       OPEN-NEW-INDEX.
           OPEN OUTPUT NEW-XREF-FILE.
           IF WS-NEW-XREF-FILE-STATUS = '00'
               CLOSE NEW-XREF-FILE
               OPEN I-O NEW-XREF-FILE
           END-IF.
           IF WS-NEW-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open NEW-XREF-FILE, status '
                   WS-NEW-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> --- the log, oldest first: every archive, then the open
      *> period.
       READ-ARCHIVES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-USED
               PERFORM READ-ONE-ARCHIVE
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
               IF WS-MODE = 'REBUILD'
      *> an index rebuilt without one month's archive would lose
      *> that month's rows for good - refuse, before AUDIDCTL is
      *> touched and before the swap step can run.
                   DISPLAY 'ERROR: cannot open archive '
                       WS-ARCH-NAME ', status '
                       WS-ARCHIVE-FILE-STATUS
                       ' - rebuild refused'
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'REBUILD REFUSED - ARCHIVE ' DELIMITED BY SIZE
                          WS-ARCH-NAME DELIMITED BY SPACE
                          ' CANNOT BE OPENED' DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   CLOSE NEW-XREF-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'WARNING: cannot open archive '
                   WS-ARCH-NAME ', status '
                   WS-ARCHIVE-FILE-STATUS
               ADD 1 TO WS-ARCHIVES-MISSING
               MOVE SPACES TO REPORT-RECORD
               STRING 'ARCHIVE ' DELIMITED BY SIZE
                      WS-ARCH-NAME DELIMITED BY SPACE
                      ' CANNOT BE OPENED - RESULTS INCOMPLETE'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                           PERFORM LOAD-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-OPEN-PERIOD.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIVE-FILE, status '
                   WS-LIVE-FILE-STATUS
               CLOSE NEW-XREF-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LIVE-RECORD TO AUDIT-RECORD
                       PERFORM LOAD-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

      *> one log record becomes one index row, laid out exactly as
      *> CalcAuditWriter keys it.
       LOAD-LOG-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF AUD-TRANS-ID > WS-HIGH-TRANS-ID
               MOVE AUD-TRANS-ID TO WS-HIGH-TRANS-ID
           END-IF.
           IF AUD-SEQUENCE NUMERIC
              AND AUD-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE AUD-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF.

           MOVE SPACES TO NEW-XREF-RECORD.
           MOVE AUD-TRANS-ID TO NXR-TRANS-ID.
           MOVE AUD-TIMESTAMP TO NXR-TIMESTAMP.
           MOVE AUD-OPERATION TO NXR-OPERATION.
           MOVE AUD-OPERATOR-ID TO NXR-OPERATOR-ID.
           MOVE AUD-TERMINAL-ID TO NXR-TERMINAL-ID.
           MOVE AUD-NUM1 TO NXR-NUM1.
           MOVE AUD-NUM2 TO NXR-NUM2.
           MOVE AUD-RESULT TO NXR-RESULT.
           MOVE AUD-CURRENCY-CODE TO NXR-CURRENCY-CODE.
           MOVE AUD-ORIG-NUM1 TO NXR-ORIG-NUM1.
           MOVE AUD-ORIG-NUM2 TO NXR-ORIG-NUM2.
           MOVE AUD-RATE-APPLIED TO NXR-RATE-APPLIED.
           MOVE AUD-RATE-CODE TO NXR-RATE-CODE.
           IF AUD-OPERATION = 'REVERSAL'
               MOVE AUD-REVERSED-OP TO NXR-REVERSED-OP
               MOVE AUD-REVERSED-ID TO NXR-REVERSED-ID
           ELSE
               MOVE SPACES TO NXR-REVERSED-OP
               MOVE 0 TO NXR-REVERSED-ID
           END-IF.
           MOVE AUD-ACCOUNT-ID TO NXR-ACCOUNT-ID.
           MOVE AUD-APPROVED-BY TO NXR-APPROVED-BY.
           MOVE 0 TO NXR-REVERSED-BY.
           WRITE NEW-XREF-RECORD
               INVALID KEY
      *> the same ID twice on the log - the first is kept, as
      *> CalcAuditWriter itself would have kept it.
                   ADD 1 TO WS-DUPLICATE-COUNT
                   ADD 1 TO WS-DRIFT-COUNT
                   MOVE 'DUPLICATE ON LOG' TO WS-DETAIL-KIND
                   MOVE AUD-TRANS-ID TO WS-DETAIL-ID
                   MOVE AUD-TIMESTAMP TO WS-DETAIL-TEXT
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-WRITE.
           IF WS-NEW-XREF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write NEW-XREF-FILE, status '
                   WS-NEW-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-INDEX-ROWS.

           IF AUD-OPERATION = 'REVERSAL'
              AND AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE AUD-TRANS-ID TO WS-HOLD-TRANS-ID
               MOVE AUD-REVERSED-ID TO NXR-TRANS-ID
               PERFORM STAMP-ORIGINAL
               IF WS-FOUND-SWITCH = 'N'
                   IF WS-PEND-USED >= 1000
                       DISPLAY 'ERROR: more than 1000 reversals '
                           'ahead of their originals on the log'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PEND-USED
                   MOVE AUD-REVERSED-ID
                       TO WS-PEND-ORIGINAL(WS-PEND-USED)
                   MOVE AUD-TRANS-ID
                       TO WS-PEND-REVERSAL(WS-PEND-USED)
               END-IF
           END-IF.

      *> the original row gets the reversal's ID, as
      *> MARK-ORIGINAL-REVERSED does - the latest reversal wins when
      *> one original was reversed more than once.
       STAMP-ORIGINAL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           READ NEW-XREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'Y' TO WS-FOUND-SWITCH.
           IF WS-HOLD-TRANS-ID > NXR-REVERSED-BY
               MOVE WS-HOLD-TRANS-ID TO NXR-REVERSED-BY
               REWRITE NEW-XREF-RECORD
               IF WS-NEW-XREF-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot rewrite NEW-XREF-FILE, '
                       'status ' WS-NEW-XREF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       APPLY-PENDING-STAMPS.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-USED
               MOVE WS-PEND-REVERSAL(WS-PEND-SUB) TO WS-HOLD-TRANS-ID
               MOVE WS-PEND-ORIGINAL(WS-PEND-SUB) TO NXR-TRANS-ID
               PERFORM STAMP-ORIGINAL
               IF WS-FOUND-SWITCH = 'N'
      *> the original is on no log this run could read (aged out
      *> with its archive) - the reversal is still indexed, there
      *> is just nothing to stamp. Reported, but not drift.
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE 'ORIGINAL NOT ON LOG' TO WS-DETAIL-KIND
                   MOVE WS-PEND-ORIGINAL(WS-PEND-SUB) TO WS-DETAIL-ID
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'REVERSED BY ' DELIMITED BY SIZE
                          WS-PEND-REVERSAL(WS-PEND-SUB)
                              DELIMITED BY SIZE
                          INTO WS-DETAIL-TEXT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

      *> --- the index against the log, both ways round: every index
      *> row looked up in the rebuilt one, then every rebuilt row
      *> looked up in the index.
       COMPARE-WITH-INDEX.
           OPEN INPUT XREF-FILE.
           EVALUATE WS-XREF-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-XREF-OPEN
               WHEN '35'
      *> the index is gone altogether - every log row is missing
      *> from it.
                   MOVE 'N' TO WS-XREF-OPEN
                   MOVE SPACES TO REPORT-RECORD
                   MOVE 'AUDXREF DOES NOT EXIST' TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE 'E' TO WS-XREF-OPEN
                   DISPLAY 'WARNING: cannot open XREF-FILE, status '
                       WS-XREF-FILE-STATUS ' - not compared'
                   MOVE SPACES TO REPORT-RECORD
                   STRING 'AUDXREF CANNOT BE OPENED, STATUS '
                              DELIMITED BY SIZE
                          WS-XREF-FILE-STATUS DELIMITED BY SIZE
                          ' - NOT COMPARED' DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-XREF-OPEN = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ XREF-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-INDEX-ROW
                   END-READ
               END-PERFORM
           END-IF.

           MOVE 0 TO NXR-TRANS-ID.
           START NEW-XREF-FILE KEY IS NOT LESS THAN NXR-TRANS-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ NEW-XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-LOG-ROW
               END-READ
           END-PERFORM.

           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.

       CHECK-INDEX-ROW.
           MOVE XRF-TRANS-ID TO NXR-TRANS-ID.
           READ NEW-XREF-FILE
               INVALID KEY
                   ADD 1 TO WS-INDEX-ONLY-COUNT
                   ADD 1 TO WS-DRIFT-COUNT
                   MOVE 'IN INDEX, NOT LOG' TO WS-DETAIL-KIND
                   MOVE XRF-TRANS-ID TO WS-DETAIL-ID
                   MOVE XRF-TIMESTAMP TO WS-DETAIL-TEXT
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
           END-READ.
           IF NEW-XREF-RECORD NOT = XREF-RECORD
               ADD 1 TO WS-DIFFER-COUNT
               PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                       UNTIL WS-FIELD-SUB > 17
                   MOVE WS-FIELD-OFFSET(WS-FIELD-SUB) TO WS-FIELD-OFF
                   MOVE WS-FIELD-LENGTH(WS-FIELD-SUB) TO WS-FIELD-LEN
                   IF NEW-XREF-RECORD(WS-FIELD-OFF:WS-FIELD-LEN)
                      NOT = XREF-RECORD(WS-FIELD-OFF:WS-FIELD-LEN)
                       PERFORM WRITE-FIELD-LINES
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-LOG-ROW.
           IF WS-XREF-OPEN = 'Y'
               MOVE NXR-TRANS-ID TO XRF-TRANS-ID
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           ADD 1 TO WS-DRIFT-COUNT.
           MOVE 'MISSING FROM INDEX' TO WS-DETAIL-KIND.
           MOVE NXR-TRANS-ID TO WS-DETAIL-ID.
           MOVE NXR-TIMESTAMP TO WS-DETAIL-TEXT.
           PERFORM WRITE-DETAIL-LINE.

      *> --- the ID counters against the highest on the log. Behind
      *> is the dangerous direction: the next calculation would be
      *> handed an ID (or sequence) already used.
       CHECK-ID-CONTROL.
           OPEN INPUT IDCTL-FILE.
           IF WS-IDCTL-FILE-STATUS = '00'
               READ IDCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-FOUND
                       IF IDC-LAST-TRANS-ID NUMERIC
                           MOVE IDC-LAST-TRANS-ID TO WS-OLD-TRANS-ID
                       END-IF
                       IF IDC-LAST-SEQUENCE NUMERIC
                           MOVE IDC-LAST-SEQUENCE TO WS-OLD-SEQUENCE
                       END-IF
               END-READ
               CLOSE IDCTL-FILE
           ELSE
               IF WS-IDCTL-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: cannot open IDCTL-FILE, status '
                       WS-IDCTL-FILE-STATUS
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'AUDIDCTL   LAST TRANS ID ' DELIMITED BY SIZE
                  WS-OLD-TRANS-ID DELIMITED BY SIZE
                  '  LAST SEQUENCE ' DELIMITED BY SIZE
                  WS-OLD-SEQUENCE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           IF WS-CONTROL-FOUND = 'N'
               MOVE 'AUDIDCTL   NOT ON FILE' TO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           STRING 'LOG        HIGH TRANS ID ' DELIMITED BY SIZE
                  WS-HIGH-TRANS-ID DELIMITED BY SIZE
                  '  HIGH SEQUENCE ' DELIMITED BY SIZE
                  WS-HIGH-SEQUENCE DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-OLD-TRANS-ID < WS-HIGH-TRANS-ID
              OR WS-OLD-SEQUENCE < WS-HIGH-SEQUENCE
               ADD 1 TO WS-DRIFT-COUNT
               MOVE '  *** AUDIDCTL IS BEHIND THE LOG ***'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

           IF WS-MODE = 'REBUILD'
               OPEN OUTPUT IDCTL-FILE
               IF WS-IDCTL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open IDCTL-FILE, status '
                       WS-IDCTL-FILE-STATUS
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-HIGH-TRANS-ID TO IDC-LAST-TRANS-ID
               MOVE WS-HIGH-SEQUENCE TO IDC-LAST-SEQUENCE
               WRITE IDCTL-RECORD
               IF WS-IDCTL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot write IDCTL-FILE, status '
                       WS-IDCTL-FILE-STATUS
                   CLOSE IDCTL-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE IDCTL-FILE
               MOVE 'AUDIDCTL   RESET TO THE LOG HIGHS ABOVE'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> --- report lines ---------------------------------------
       WRITE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-LINES.
           IF WS-DETAIL-LINES > WS-DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-DETAIL-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DETAIL-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DETAIL-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> one differing field: which, and both values.
       WRITE-FIELD-LINES.
           ADD 1 TO WS-DRIFT-COUNT.
           ADD 1 TO WS-DETAIL-LINES.
           IF WS-DETAIL-LINES > WS-DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'FIELDS DIFFER     ' DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XRF-TRANS-ID DELIMITED BY SIZE
                  '  XRF-' DELIMITED BY SIZE
                  WS-FIELD-NAME(WS-FIELD-SUB) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '                    LOG:   ' DELIMITED BY SIZE
                  NEW-XREF-RECORD(WS-FIELD-OFF:WS-FIELD-LEN)
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING '                    INDEX: ' DELIMITED BY SIZE
                  XREF-RECORD(WS-FIELD-OFF:WS-FIELD-LEN)
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SUMMARY.
           PERFORM WRITE-REPORT-LINE.
           IF WS-DETAIL-LINES > WS-DETAIL-LIMIT
               MOVE WS-DETAIL-LIMIT TO WS-COUNT-EDIT
               STRING 'DETAIL STOPPED AFTER ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      ' LINES - THE COUNTS BELOW ARE COMPLETE'
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE WS-ARCHIVES-READ TO WS-COUNT-EDIT.
           STRING 'ARCHIVES READ          ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT.
           STRING 'LOG RECORDS READ       ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-INDEX-ROWS TO WS-COUNT-EDIT.
           STRING 'INDEX ROWS FROM LOG    ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           STRING 'MISSING FROM INDEX     ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-INDEX-ONLY-COUNT TO WS-COUNT-EDIT.
           STRING 'IN INDEX, NOT ON LOG   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DIFFER-COUNT TO WS-COUNT-EDIT.
           STRING 'ROWS WITH FIELDS DIFFER' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT.
           STRING 'DUPLICATE IDS ON LOG   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT.
           STRING 'REVERSED IDS NOT ON LOG' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-MODE = 'REBUILD'
               STRING 'NEW AUDXREF BUILT FROM THE LOG - '
                          DELIMITED BY SIZE
                      'PROMOTED BY THE SWAP STEP' DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               MOVE 'COMPARE ONLY - NOTHING CHANGED'
                   TO REPORT-RECORD
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
           MOVE SPACES TO REPORT-RECORD.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'AUDXREF / AUDIDCTL DRIFT - ' DELIMITED BY SIZE
                  WS-MODE DELIMITED BY SIZE
                  '                    PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM XrefRebuild.
