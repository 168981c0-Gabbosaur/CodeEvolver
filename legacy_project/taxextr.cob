       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxInterestExtract.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO "AUDMDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-FILE-STATUS.

      *> the year's dated archives, re-pointed one at a time the
      *> same way ArchiveResearch walks them.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO "AUDXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-TRANS-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-ACCTMST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "TAXINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TAXRPT"
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

       FD  ACCTMST-FILE.
       COPY ACCTREC.

      *> GLPosting's journal layout - only the D lines are read.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JR-RECORD-TYPE      PIC X.
           05  JR-POSTING-DATE     PIC X(8).
           05  JR-ACCOUNT          PIC X(8).
           05  JR-DC               PIC X(2).
           05  JR-AMOUNT           PIC X(14).
           05  JR-DESCRIPTION      PIC X(20).

      *> pipe-delimited rows for the tax-reporting system, in the
      *> same idiom as the warehouse extract: an H row naming the
      *> year, one D row per account - account, name, department,
      *> net interest, day-count basis, accruals, reversed amount
      *> - and a T row with the row count and interest hash.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNCTLA.
       COPY XMITLOGA.
      *> both log sources are poured through the one AUDITREC image.
       COPY AUDITREC.

       01  WS-DIRECTORY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-ACCTMST-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-EXTRACT-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.
       01  WS-XREF-OPEN            PIC X VALUE 'N'.
       01  WS-ACCTMST-OPEN         PIC X VALUE 'N'.
       01  WS-OVERRIDE-ANSWER      PIC X VALUE 'N'.

       01  WS-TAX-YEAR             PIC X(4).
       01  WS-YEAR-START           PIC X(8).
       01  WS-YEAR-END             PIC X(8).

       01  WS-ARCH-NAME            PIC X(32) VALUE SPACES.
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 60 TIMES.
               10  WS-DIR-PERIOD   PIC X(6).
               10  WS-DIR-FIRST    PIC X(8).
               10  WS-DIR-LAST     PIC X(8).
       01  WS-DIR-USED             PIC 9(3) VALUE 0.
       01  WS-DIR-SUB              PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(3) VALUE 0.

      *> one row per account with interest in the year, kept in
      *> account order so the file and the listing come out sorted.
      *> WS-ACT-BASIS is the day-count convention its accruals used
      *> - spaces until the first one, MIXED when they differ.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACT-ID       PIC X(8).
               10  WS-ACT-INTEREST PIC S9(11)V99.
               10  WS-ACT-REVERSED PIC S9(11)V99.
               10  WS-ACT-ACCRUALS PIC 9(7).
               10  WS-ACT-BASIS    PIC X(7).
               10  WS-ACT-BASIS-SEEN PIC X.
       01  WS-ACT-USED             PIC 9(4) VALUE 0.
       01  WS-ACT-SUB              PIC 9(4) VALUE 0.
       01  WS-SHIFT-SUB            PIC 9(4) VALUE 0.
       01  WS-FIND-ACCOUNT         PIC X(8).
       01  WS-RECORD-BASIS         PIC X(7).

       01  WS-INTEREST-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-RECORDS-READ         PIC 9(9) VALUE 0.
       01  WS-YEAR-RECORDS         PIC 9(9) VALUE 0.
       01  WS-LOG-INTEREST         PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNT-INTEREST     PIC S9(11)V99 VALUE 0.
       01  WS-UNASSIGNED-INTEREST  PIC S9(11)V99 VALUE 0.
       01  WS-GL-INTEREST          PIC S9(11)V99 VALUE 0.
       01  WS-GL-LINES             PIC 9(7) VALUE 0.
       01  WS-TIE-DIFFERENCE       PIC S9(11)V99 VALUE 0.
       01  WS-NOT-ON-MASTER        PIC 9(5) VALUE 0.

       01  WS-ROW-COUNT            PIC 9(7) VALUE 0.
       01  WS-AMOUNT-HASH          PIC S9(11)V99 VALUE 0.
       01  WS-HASH-TEXT            PIC -(10)9.99.
       01  WS-AMOUNT-TEXT          PIC -(10)9.99.
       01  WS-REVERSED-TEXT        PIC -(10)9.99.
       01  WS-ACCRUAL-TEXT         PIC Z(6)9.
       01  WS-ACCOUNT-NAME         PIC X(30).
       01  WS-ACCOUNT-DEPT         PIC X(8).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDIT           PIC $$,$$$,$$$,$$9.99-.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter tax year (CCYY): '.
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY 'ERROR: tax year must be CCYY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING WS-TAX-YEAR DELIMITED BY SIZE
                  '0101' DELIMITED BY SIZE
                  INTO WS-YEAR-START.
           STRING WS-TAX-YEAR DELIMITED BY SIZE
                  '1231' DELIMITED BY SIZE
                  INTO WS-YEAR-END.

      *> batch SYSIN answer: Y authorizes rerunning a year that
      *> already completed (genuine rerun).
           DISPLAY 'Supervisor override rerun? (Y/N): '.
           ACCEPT WS-OVERRIDE-ANSWER.

           PERFORM CHECK-RUN-CONTROL.

           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
      *> without the cross-reference a reversal that carries no
      *> account of its own cannot be traced to one - it is
      *> counted as unassigned interest and the listing says so.
               DISPLAY 'WARNING: cannot open XREF-FILE, status '
                   WS-XREF-FILE-STATUS
           END-IF.

           PERFORM LOAD-ARCHIVE-DIRECTORY.
           PERFORM READ-YEAR-ARCHIVES.
           PERFORM READ-OPEN-PERIOD.
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF.
           PERFORM TALLY-GL-INTEREST.

           OPEN INPUT ACCTMST-FILE.
           IF WS-ACCTMST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACCTMST-OPEN
           ELSE
               IF WS-ACCTMST-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: cannot open ACCTMST-FILE, status '
                       WS-ACCTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open EXTRACT-FILE, status '
                   WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               CLOSE EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'H|' DELIMITED BY SIZE
                  WS-YEAR-END DELIMITED BY SIZE
                  '|TAXINT|' DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           PERFORM PRINT-COLUMN-HEADING.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-USED
               PERFORM WRITE-ACCOUNT-ROW
           END-PERFORM.

           MOVE SPACES TO EXTRACT-RECORD.
           MOVE WS-AMOUNT-HASH TO WS-HASH-TEXT.
           STRING 'T|' DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HASH-TEXT) DELIMITED BY SIZE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           CLOSE EXTRACT-FILE.
           IF WS-ACCTMST-OPEN = 'Y'
               CLOSE ACCTMST-FILE
           END-IF.

           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE REPORT-FILE.

           PERFORM LOG-TRANSMISSION.

           DISPLAY 'TAX INTEREST EXTRACT: ' WS-ROW-COUNT
               ' account(s) for ' WS-TAX-YEAR ' from '
               WS-ARCHIVES-READ ' archive(s) and the open period.'.

      *> a file that does not tie to the ledger, or that names
      *> accounts the master no longer knows, still goes - but the
      *> tax team must look at the listing first.
           IF RETURN-CODE = 0
               PERFORM RECORD-RUN-COMPLETE
           END-IF.
           IF RETURN-CODE = 0
               IF WS-TIE-DIFFERENCE NOT = 0
                  OR WS-NOT-ON-MASTER > 0
                  OR WS-XREF-OPEN = 'N'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      *> the year's run is recorded under its year-end date, so a
      *> second submission cannot cut and log a second file
      *> without a supervisor's say-so.
       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           MOVE WS-YEAR-END TO RNC-BUSINESS-DATE.
           MOVE 'TAXEXTR' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           EVALUATE RNC-RESULT
               WHEN 'A'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'ERROR: TAXEXTR already completed for '
                       WS-YEAR-END ' - duplicate run refused'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN 'P'
                   DISPLAY 'ERROR: TAXEXTR refused - a prerequisite '
                       'step has not completed for '
                       WS-YEAR-END
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERROR: run-control file failure'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO RNC-FUNCTION.
           MOVE WS-YEAR-END TO RNC-BUSINESS-DATE.
           MOVE 'TAXEXTR' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           IF RNC-RESULT NOT = 'A'
               DISPLAY 'ERROR: run-control file failure'
               MOVE 16 TO RETURN-CODE
           END-IF.

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

       READ-YEAR-ARCHIVES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-USED
               IF WS-DIR-FIRST(WS-DIR-SUB) <= WS-YEAR-END
                  AND WS-DIR-LAST(WS-DIR-SUB) >= WS-YEAR-START
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
      *> a tax file missing a month of interest must never be
      *> sent - stop before anything is written or logged.
               DISPLAY 'ERROR: cannot open archive '
                   WS-ARCH-NAME ', status '
                   WS-ARCHIVE-FILE-STATUS
                   ' - no tax file cut'
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
                       PERFORM TALLY-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       READ-OPEN-PERIOD.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIVE-FILE, status '
                   WS-LIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LIVE-RECORD TO AUDIT-RECORD
                       PERFORM TALLY-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

      *> interest accruals, and the reversals that back them out,
      *> dated in the year. A reversal nets into the account of the
      *> accrual it reverses (AUD-REVERSED-ID, through AUDXREF when
      *> it carries no account of its own) in the year it was made
      *> - the same netting AccountLedger and GLPosting do, so the
      *> totals tie to the ledger.
       TALLY-LOG-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF AUD-TIMESTAMP(1:4) NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF AUD-OPERATION NOT = 'INTEREST'
              AND (AUD-OPERATION NOT = 'REVERSAL'
                   OR AUD-REVERSED-OP NOT = 'INTEREST')
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-YEAR-RECORDS.
           MOVE 0 TO WS-INTEREST-AMOUNT.
           IF FUNCTION TEST-NUMVAL(AUD-RESULT) = 0
               COMPUTE WS-INTEREST-AMOUNT =
                   FUNCTION NUMVAL(AUD-RESULT)
           END-IF.
           ADD WS-INTEREST-AMOUNT TO WS-LOG-INTEREST.

           MOVE AUD-ACCOUNT-ID TO WS-FIND-ACCOUNT.
           IF AUD-OPERATION = 'REVERSAL'
              AND WS-FIND-ACCOUNT = SPACES
               PERFORM FIND-ORIGINAL-ACCOUNT
           END-IF.
           IF WS-FIND-ACCOUNT = SPACES
               ADD WS-INTEREST-AMOUNT TO WS-UNASSIGNED-INTEREST
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-ACCOUNT-ENTRY.
           ADD WS-INTEREST-AMOUNT TO WS-ACT-INTEREST(WS-ACT-SUB).
           ADD WS-INTEREST-AMOUNT TO WS-ACCOUNT-INTEREST.
           IF AUD-OPERATION = 'REVERSAL'
               ADD WS-INTEREST-AMOUNT TO WS-ACT-REVERSED(WS-ACT-SUB)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ACT-ACCRUALS(WS-ACT-SUB).
      *> a whole-period accrual carries no day-count of its own.
           IF AUD-DAYCOUNT = SPACES
               MOVE 'PERIOD' TO WS-RECORD-BASIS
           ELSE
               MOVE AUD-DAYCOUNT TO WS-RECORD-BASIS
           END-IF.
           IF WS-ACT-BASIS-SEEN(WS-ACT-SUB) = 'N'
               MOVE WS-RECORD-BASIS TO WS-ACT-BASIS(WS-ACT-SUB)
               MOVE 'Y' TO WS-ACT-BASIS-SEEN(WS-ACT-SUB)
           ELSE
               IF WS-ACT-BASIS(WS-ACT-SUB) NOT = WS-RECORD-BASIS
                   MOVE 'MIXED' TO WS-ACT-BASIS(WS-ACT-SUB)
               END-IF
           END-IF.

       FIND-ORIGINAL-ACCOUNT.
           IF WS-XREF-OPEN = 'Y'
              AND AUD-REVERSED-ID NUMERIC
              AND AUD-REVERSED-ID NOT = 0
               MOVE AUD-REVERSED-ID TO XRF-TRANS-ID
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XRF-ACCOUNT-ID TO WS-FIND-ACCOUNT
               END-READ
           END-IF.

      *> the table is kept in account order: a new account is
      *> slotted in ahead of the first one above it.
       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-ACT-ID(WS-ACT-SUB) >= WS-FIND-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-ACT-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'Y'
              AND WS-ACT-ID(WS-ACT-SUB) = WS-FIND-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACT-USED >= 5000
               DISPLAY 'ERROR: more than 5000 accounts with '
                   'interest in ' WS-TAX-YEAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-ACT-USED BY -1
                   UNTIL WS-SHIFT-SUB < WS-ACT-SUB
               MOVE WS-ACT-ENTRY(WS-SHIFT-SUB)
                   TO WS-ACT-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-ACT-USED.
           MOVE WS-FIND-ACCOUNT TO WS-ACT-ID(WS-ACT-SUB).
           MOVE 0 TO WS-ACT-INTEREST(WS-ACT-SUB).
           MOVE 0 TO WS-ACT-REVERSED(WS-ACT-SUB).
           MOVE 0 TO WS-ACT-ACCRUALS(WS-ACT-SUB).
           MOVE SPACES TO WS-ACT-BASIS(WS-ACT-SUB).
           MOVE 'N' TO WS-ACT-BASIS-SEEN(WS-ACT-SUB).

      *> the ledger side of the tie: the debit side of every
      *> INTEREST posting (current or prior-period adjustment)
      *> GLPosting cut with a posting date in the year.
       TALLY-GL-INTEREST.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = '35'
      *> nothing has ever been posted - the tie shows the whole
      *> year as a difference.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open JOURNAL-FILE, status '
                       WS-JOURNAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF JR-RECORD-TYPE = 'D'
                          AND JR-POSTING-DATE(1:4) = WS-TAX-YEAR
                          AND JR-DC = 'DR'
                          AND (JR-DESCRIPTION = 'CALC INTEREST'
                               OR (JR-DESCRIPTION(1:4) = 'PPA '
                                   AND JR-DESCRIPTION(12:9)
                                       = 'INTEREST'))
                           ADD 1 TO WS-GL-LINES
                           IF FUNCTION TEST-NUMVAL(JR-AMOUNT) = 0
                               ADD FUNCTION NUMVAL(JR-AMOUNT)
                                   TO WS-GL-INTEREST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-JOURNAL-FILE-STATUS NOT = '35'
               CLOSE JOURNAL-FILE
           END-IF.

       WRITE-ACCOUNT-ROW.
           MOVE SPACES TO WS-ACCOUNT-NAME.
           MOVE SPACES TO WS-ACCOUNT-DEPT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           IF WS-ACCTMST-OPEN = 'Y'
               MOVE WS-ACT-ID(WS-ACT-SUB) TO ACM-ID
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE ACM-NAME TO WS-ACCOUNT-NAME
                       MOVE ACM-DEPARTMENT TO WS-ACCOUNT-DEPT
               END-READ
           END-IF.
           IF WS-FOUND-SWITCH = 'N'
               ADD 1 TO WS-NOT-ON-MASTER
           END-IF.
      *> no accrual of its own in the year means only reversals of
      *> last year's interest landed on it.
           IF WS-ACT-BASIS(WS-ACT-SUB) = SPACES
               MOVE 'NONE' TO WS-ACT-BASIS(WS-ACT-SUB)
           END-IF.

           ADD 1 TO WS-ROW-COUNT.
           ADD WS-ACT-INTEREST(WS-ACT-SUB) TO WS-AMOUNT-HASH.
           MOVE WS-ACT-INTEREST(WS-ACT-SUB) TO WS-AMOUNT-TEXT.
           MOVE WS-ACT-REVERSED(WS-ACT-SUB) TO WS-REVERSED-TEXT.
           MOVE WS-ACT-ACCRUALS(WS-ACT-SUB) TO WS-ACCRUAL-TEXT.
           MOVE SPACES TO EXTRACT-RECORD.
           STRING 'D|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACT-ID(WS-ACT-SUB))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-NAME) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNT-DEPT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACT-BASIS(WS-ACT-SUB))
                      DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCRUAL-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REVERSED-TEXT) DELIMITED BY SIZE
                  INTO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           IF WS-FOUND-SWITCH = 'N'
               MOVE '*** NOT ON ACCTMST ***' TO WS-ACCOUNT-NAME
           END-IF.
           STRING WS-ACT-ID(WS-ACT-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCOUNT-NAME(1:24) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCOUNT-DEPT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACT-BASIS(WS-ACT-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACCRUAL-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-TEXT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-COLUMN-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'ACCOUNT  NAME                     DEPT     '
                      DELIMITED BY SIZE
                  'BASIS   ACCRUALS   NET INTEREST' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> the grand totals, and the tie to the ledger: all interest
      *> on the log for the year (accounts plus work that named no
      *> account) against the year's GLJRNL interest postings.
       PRINT-CONTROL-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT.
           STRING 'ACCOUNTS ON FILE              ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-YEAR-RECORDS TO WS-COUNT-EDIT.
           STRING 'INTEREST RECORDS ON THE LOG   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ACCOUNT-INTEREST TO WS-TOTAL-EDIT.
           STRING 'INTEREST TO ACCOUNTS (FILE)   ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNASSIGNED-INTEREST TO WS-TOTAL-EDIT.
           STRING 'INTEREST NAMING NO ACCOUNT    ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-LOG-INTEREST TO WS-TOTAL-EDIT.
           STRING 'TOTAL INTEREST ON THE LOG     ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-GL-INTEREST TO WS-TOTAL-EDIT.
           STRING 'GLJRNL INTEREST POSTINGS      ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-LOG-INTEREST - WS-GL-INTEREST.
           MOVE WS-TIE-DIFFERENCE TO WS-TOTAL-EDIT.
           STRING 'DIFFERENCE                    ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-TIE-DIFFERENCE = 0
               MOVE 'TIES TO THE LEDGER' TO REPORT-RECORD
           ELSE
               MOVE '*** DOES NOT TIE TO THE LEDGER ***'
                   TO REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF WS-NOT-ON-MASTER > 0
               MOVE WS-NOT-ON-MASTER TO WS-COUNT-EDIT
               STRING '*** ACCOUNTS NOT ON ACCTMST  ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-XREF-OPEN = 'N'
               MOVE '*** AUDXREF NOT AVAILABLE - REVERSALS WITHOUT AN'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE '    ACCOUNT ARE COUNTED AS NAMING NO ACCOUNT'
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

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
           STRING 'YEAR-END INTEREST TAX EXTRACT - CONTROL LISTING '
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  '      PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       LOG-TRANSMISSION.
           MOVE 'TAXINT' TO XMT-INTERFACE.
           MOVE WS-YEAR-END TO XMT-BUSINESS-DATE.
           MOVE WS-ROW-COUNT TO XMT-RECORD-COUNT.
           MOVE WS-AMOUNT-HASH TO XMT-AMOUNT-TOTAL.
           CALL 'TransmitLog' USING TRANSMIT-LOG-AREA.
           IF XMT-STATUS NOT = '00'
               MOVE 16 TO RETURN-CODE
           END-IF.

       END PROGRAM TaxInterestExtract.
