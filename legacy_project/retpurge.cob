       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> one operational side file per run, named on SYSIN: the
      *> live file, the dated archive that receives its expired
      *> rows, and a work copy of what stays, written back over
      *> the live file once the archive is safely written.
           SELECT LIVE-FILE ASSIGN TO "PURGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "PURGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "PURGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      *> RATETAB only: the snapshot TBLCOMP compares it against,
      *> trimmed of the same rows so the purge is not logged as a
      *> hand deletion.
           SELECT SNAP-FILE ASSIGN TO "PURGSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT RETAIN-FILE ASSIGN TO "RETAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> wide enough for the widest side file (PENDAPPR, 201).
       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(256).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(256).

       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(256).

       FD  SNAP-FILE.
       01  SNAP-RECORD             PIC X(256).

       FD  RETAIN-FILE.
       COPY RETNREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-WORK-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SNAP-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RETAIN-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       COPY PERIODA.

      *> the side files' own layouts, so each row is aged from
      *> its own date field. The logs carry no copybook of their
      *> own; these mirror the FDs of the programs that write them.
       COPY REJREC.
       COPY SUSPREC.
       COPY PENDAPPR.
       COPY ACTPROF.
       COPY RATEREC.

       01  WS-USED-VIEW.
           05  WS-OPU-DATE         PIC X(8).
           05  FILLER              PIC X(32).
       01  WS-SIGNLOG-VIEW.
           05  WS-SGL-TIMESTAMP    PIC X(26).
           05  FILLER              PIC X(24).
       01  WS-XMITLOG-VIEW.
           05  WS-XML-TIMESTAMP    PIC X(26).
           05  FILLER              PIC X(37).
       01  WS-RUNCTL-VIEW.
           05  WS-RUN-DATE         PIC X(8).
           05  FILLER              PIC X(35).
       01  WS-FXDIFF-VIEW.
           05  WS-FXD-DATE         PIC X(8).
           05  FILLER              PIC X(19).

      *> SYSIN: the side file's DD name, then the business date
      *> the keep period is counted back from.
       01  WS-FILE-NAME            PIC X(8).
       01  WS-BUSINESS-DATE        PIC X(8).

       01  WS-KEEP-DAYS            PIC 9(4) VALUE 0.
      *> RecertPackage judges dormancy from the sign-on trail over
      *> its 90-day window, so SIGNLOG never keeps less than that
      *> whatever its RETAIN row says.
       01  WS-SIGNLOG-FLOOR        PIC 9(4) VALUE 90.
      *> UnusualActivity flags first activity on an account idle
      *> for 90 days from ACTPROF, so ACTPROF keeps at least that.
       01  WS-ACTPROF-FLOOR        PIC 9(4) VALUE 90.
       01  WS-RETAIN-FOUND         PIC X VALUE 'N'.
       01  WS-CUTOFF-DAY           PIC S9(7) VALUE 0.
       01  WS-ROW-DAY              PIC S9(7) VALUE 0.
       01  WS-CUTOFF-DATE          PIC 9(8) VALUE 0.

      *> RATETAB: per currency, the latest non-zero rate dated on
      *> or before the cutoff in a month PeriodClose has closed.
      *> Months close in order, so nothing still open can need a
      *> rate older than this one - only rows it supersedes go.
       01  WS-ANCHOR-TABLE.
           05  WS-ANCHOR-ENTRY OCCURS 200 TIMES.
               10  WS-ANC-CURRENCY PIC X(3).
               10  WS-ANC-EFF-DATE PIC X(8).
       01  WS-ANCHOR-USED          PIC 9(3) VALUE 0.
       01  WS-ANCHOR-SUB           PIC 9(3) VALUE 0.
       01  WS-ANCHOR-FOUND         PIC X VALUE 'N'.
       01  WS-SNAP-DROPPED         PIC 9(7) VALUE 0.

       01  WS-ROW-DATE             PIC X(8).
       01  WS-ROW-OPEN             PIC X VALUE 'N'.
       01  WS-PURGE-SWITCH         PIC X VALUE 'N'.

      *> month answers from PeriodCheck, asked once per month -
      *> a log holds years of rows but only a few dozen months.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 600 TIMES.
               10  WS-MONTH-PERIOD PIC X(6).
               10  WS-MONTH-RESULT PIC X.
       01  WS-MONTH-USED           PIC 9(3) VALUE 0.
       01  WS-MONTH-SUB            PIC 9(3) VALUE 0.
       01  WS-MONTH-FOUND          PIC X VALUE 'N'.
       01  WS-MONTH-ANSWER         PIC X VALUE SPACE.

       01  WS-BEFORE-COUNT         PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-AFTER-COUNT          PIC 9(7) VALUE 0.
       01  WS-KEPT-RECENT          PIC 9(7) VALUE 0.
       01  WS-KEPT-OPEN-ITEM       PIC 9(7) VALUE 0.
       01  WS-KEPT-OPEN-PERIOD     PIC 9(7) VALUE 0.
       01  WS-KEPT-UNDATED         PIC 9(7) VALUE 0.

       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-DAYS-EDIT            PIC Z,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter file to purge: '.
           ACCEPT WS-FILE-NAME.
           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.

           EVALUATE WS-FILE-NAME
               WHEN 'OPERUSED'
               WHEN 'SIGNLOG'
               WHEN 'XMITLOG'
               WHEN 'RUNCTL'
               WHEN 'FXDIFF'
               WHEN 'CALCREJ'
               WHEN 'CALCSUSP'
               WHEN 'PENDAPPR'
               WHEN 'ACTPROF'
               WHEN 'RATETAB'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR: ' WS-FILE-NAME
                       ' is not a file RetentionPurge can trim'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(WS-BUSINESS-DATE)) NOT = 0
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RETENTION.
           IF WS-RETAIN-FOUND = 'N'
      *> no keep period agreed for this file - leave it whole.
               DISPLAY 'RETENTION PURGE: no RETAIN row for '
                   WS-FILE-NAME ' - nothing purged'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FILE-NAME = 'SIGNLOG'
              AND WS-KEEP-DAYS < WS-SIGNLOG-FLOOR
               DISPLAY 'RETENTION PURGE: RETAIN row for SIGNLOG keeps '
                   WS-KEEP-DAYS ' day(s) - ' WS-SIGNLOG-FLOOR
                   ' kept for recertification'
               MOVE WS-SIGNLOG-FLOOR TO WS-KEEP-DAYS
           END-IF.
           IF WS-FILE-NAME = 'ACTPROF'
              AND WS-KEEP-DAYS < WS-ACTPROF-FLOOR
               DISPLAY 'RETENTION PURGE: RETAIN row for ACTPROF keeps '
                   WS-KEEP-DAYS ' day(s) - ' WS-ACTPROF-FLOOR
                   ' kept for the idle-account check'
               MOVE WS-ACTPROF-FLOOR TO WS-KEEP-DAYS
           END-IF.

           COMPUTE WS-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE))
               - WS-KEEP-DAYS.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY).
           IF WS-FILE-NAME = 'RATETAB'
               PERFORM LOAD-RATE-ANCHORS
           END-IF.

           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS = '35'
      *> the file has never been written on this system - nothing
      *> to purge, but the report still shows it was looked at.
               PERFORM WRITE-PURGE-REPORT
               GOBACK
           END-IF.
           IF WS-LIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIVE-FILE, status '
                   WS-LIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ARCHIVE-FILE, status '
                   WS-ARCHIVE-FILE-STATUS
               CLOSE LIVE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open WORK-FILE, status '
                   WS-WORK-FILE-STATUS
               CLOSE LIVE-FILE
               CLOSE ARCHIVE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CLASSIFY-RECORD
                       IF WS-PURGE-SWITCH = 'Y'
                           WRITE ARCHIVE-RECORD FROM LIVE-RECORD
                           ADD 1 TO WS-PURGED-COUNT
                       ELSE
                           WRITE WORK-RECORD FROM LIVE-RECORD
                           ADD 1 TO WS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIVE-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE WORK-FILE.

      *> the live file is only rewritten once every expired row is
      *> safely on the archive - and not at all if none expired.
           IF WS-PURGED-COUNT > 0
               PERFORM REWRITE-LIVE-FILE
           END-IF.
      *> the snapshot is trimmed on every run, not only when rows
      *> were purged, so a rerun after a failure here puts it back
      *> in step with the table.
           IF WS-FILE-NAME = 'RATETAB'
               PERFORM TRIM-RATE-SNAPSHOT
           END-IF.

           PERFORM WRITE-PURGE-REPORT.

           DISPLAY 'RETENTION PURGE: ' WS-FILE-NAME ' '
               WS-BEFORE-COUNT ' before, ' WS-PURGED-COUNT
               ' purged, ' WS-AFTER-COUNT ' after.'.

           GOBACK.

       LOAD-RETENTION.
           MOVE 'N' TO WS-RETAIN-FOUND.
           OPEN INPUT RETAIN-FILE.
           IF WS-RETAIN-FILE-STATUS = '35'
      *> no retention table on this system - no file has a keep
      *> period, so nothing is purged.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-RETAIN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open RETAIN-FILE, status '
                       WS-RETAIN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RETAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RTN-FILE = WS-FILE-NAME
                          AND RTN-KEEP-DAYS NUMERIC
                           MOVE 'Y' TO WS-RETAIN-FOUND
                           MOVE RTN-KEEP-DAYS TO WS-KEEP-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RETAIN-FILE-STATUS NOT = '35'
               CLOSE RETAIN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      *> a row goes to the archive only when all three hold: it is
      *> older than the keep period, it is no longer an open item,
      *> and its month has been closed by PeriodClose (which never
      *> closes the current month).
       CLASSIFY-RECORD.
           MOVE 'N' TO WS-PURGE-SWITCH.
           MOVE 'N' TO WS-ROW-OPEN.
           MOVE SPACES TO WS-ROW-DATE.
           EVALUATE WS-FILE-NAME
               WHEN 'OPERUSED'
                   MOVE LIVE-RECORD TO WS-USED-VIEW
                   MOVE WS-OPU-DATE TO WS-ROW-DATE
               WHEN 'SIGNLOG'
                   MOVE LIVE-RECORD TO WS-SIGNLOG-VIEW
                   MOVE WS-SGL-TIMESTAMP(1:8) TO WS-ROW-DATE
               WHEN 'XMITLOG'
                   MOVE LIVE-RECORD TO WS-XMITLOG-VIEW
                   MOVE WS-XML-TIMESTAMP(1:8) TO WS-ROW-DATE
               WHEN 'RUNCTL'
                   MOVE LIVE-RECORD TO WS-RUNCTL-VIEW
                   MOVE WS-RUN-DATE TO WS-ROW-DATE
               WHEN 'FXDIFF'
                   MOVE LIVE-RECORD TO WS-FXDIFF-VIEW
                   MOVE WS-FXD-DATE TO WS-ROW-DATE
               WHEN 'CALCREJ'
                   MOVE LIVE-RECORD TO REJECT-RECORD
                   IF REJ-STATUS NOT = 'C'
                       MOVE 'Y' TO WS-ROW-OPEN
                   END-IF
      *> rejects written before the entry date existed fall back
      *> to the business date of their feed.
                   MOVE REJ-ENTRY-DATE TO WS-ROW-DATE
                   IF WS-ROW-DATE NOT NUMERIC
                       MOVE REJ-BUSINESS-DATE TO WS-ROW-DATE
                   END-IF
               WHEN 'CALCSUSP'
                   MOVE LIVE-RECORD TO SUSPENSE-RECORD
                   IF SUS-STATUS NOT = 'R' AND SUS-STATUS NOT = 'P'
                       MOVE 'Y' TO WS-ROW-OPEN
                   END-IF
                   MOVE SUS-ENTRY-DATE TO WS-ROW-DATE
                   IF WS-ROW-DATE NOT NUMERIC
                       MOVE SUS-DATE TO WS-ROW-DATE
                   END-IF
               WHEN 'PENDAPPR'
                   MOVE LIVE-RECORD TO PENDING-RECORD
                   IF PND-STATUS NOT = 'R' AND PND-STATUS NOT = 'D'
                       MOVE 'Y' TO WS-ROW-OPEN
                   END-IF
      *> a decided request ages from its decision, not from when
      *> it was parked.
                   MOVE PND-DECISION-TIME(1:8) TO WS-ROW-DATE
                   IF WS-ROW-DATE NOT NUMERIC
                       MOVE PND-REQUEST-TIME(1:8) TO WS-ROW-DATE
                   END-IF
               WHEN 'ACTPROF'
                   MOVE LIVE-RECORD TO ACTIVITY-PROFILE-RECORD
                   MOVE APF-DATE TO WS-ROW-DATE
               WHEN 'RATETAB'
      *> a rate no later rate has superseded is still in force -
      *> kept like an open item.
                   MOVE LIVE-RECORD TO RATE-RECORD
                   PERFORM CHECK-RATE-SUPERSEDED
                   MOVE RT-EFF-DATE TO WS-ROW-DATE
           END-EVALUATE.

           IF WS-ROW-OPEN = 'Y'
               ADD 1 TO WS-KEPT-OPEN-ITEM
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-DATE NOT NUMERIC
               ADD 1 TO WS-KEPT-UNDATED
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(WS-ROW-DATE)) NOT = 0
               ADD 1 TO WS-KEPT-UNDATED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROW-DAY =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-ROW-DATE)).
           IF WS-ROW-DAY > WS-CUTOFF-DAY
               ADD 1 TO WS-KEPT-RECENT
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ROW-PERIOD.
           IF WS-MONTH-ANSWER = 'C'
               MOVE 'Y' TO WS-PURGE-SWITCH
           ELSE
               ADD 1 TO WS-KEPT-OPEN-PERIOD
           END-IF.

       CHECK-ROW-PERIOD.
           MOVE 'N' TO WS-MONTH-FOUND.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTH-USED
                      OR WS-MONTH-FOUND = 'Y'
               IF WS-MONTH-PERIOD(WS-MONTH-SUB) = WS-ROW-DATE(1:6)
                   MOVE 'Y' TO WS-MONTH-FOUND
                   MOVE WS-MONTH-RESULT(WS-MONTH-SUB)
                       TO WS-MONTH-ANSWER
               END-IF
           END-PERFORM.
           IF WS-MONTH-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ROW-DATE TO PRA-DATE.
           CALL 'PeriodCheck' USING PERIOD-CHECK-AREA.
           IF PRA-RESULT NOT = 'O' AND PRA-RESULT NOT = 'C'
      *> without a period answer nothing can be shown to be outside
      *> the open periods - stop before the live file is touched.
               DISPLAY 'ERROR: period control failure'
               CLOSE LIVE-FILE
               CLOSE ARCHIVE-FILE
               CLOSE WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRA-RESULT TO WS-MONTH-ANSWER.
           IF WS-MONTH-USED < 600
               ADD 1 TO WS-MONTH-USED
               MOVE PRA-PERIOD TO WS-MONTH-PERIOD(WS-MONTH-USED)
               MOVE PRA-RESULT TO WS-MONTH-RESULT(WS-MONTH-USED)
           END-IF.

       LOAD-RATE-ANCHORS.
           MOVE 0 TO WS-ANCHOR-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = '00'
      *> the main pass reports the open failure (or the empty
      *> system) itself.
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE LIVE-RECORD TO RATE-RECORD
                       PERFORM NOTE-RATE-ANCHOR
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       NOTE-RATE-ANCHOR.
           IF RT-EFF-DATE NOT NUMERIC
              OR RT-EFF-DATE > WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(RT-EFF-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
      *> the posting programs drop a zero rate row, so it never
      *> supersedes anything.
           IF FUNCTION NUMVAL(RT-RATE) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-RATE-ANCHOR.
           IF WS-ANCHOR-FOUND = 'Y'
              AND RT-EFF-DATE <= WS-ANC-EFF-DATE(WS-ANCHOR-SUB)
               EXIT PARAGRAPH
           END-IF.
           MOVE RT-EFF-DATE TO WS-ROW-DATE.
           PERFORM CHECK-ROW-PERIOD.
           IF WS-MONTH-ANSWER NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANCHOR-FOUND = 'N'
               IF WS-ANCHOR-USED >= 200
                   DISPLAY 'ERROR: more than 200 RATETAB currencies'
                   CLOSE LIVE-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ANCHOR-USED
               MOVE WS-ANCHOR-USED TO WS-ANCHOR-SUB
               MOVE RT-CURRENCY TO WS-ANC-CURRENCY(WS-ANCHOR-SUB)
           END-IF.
           MOVE RT-EFF-DATE TO WS-ANC-EFF-DATE(WS-ANCHOR-SUB).

       FIND-RATE-ANCHOR.
           MOVE 'N' TO WS-ANCHOR-FOUND.
           PERFORM VARYING WS-ANCHOR-SUB FROM 1 BY 1
                   UNTIL WS-ANCHOR-SUB > WS-ANCHOR-USED
                      OR WS-ANCHOR-FOUND = 'Y'
               IF WS-ANC-CURRENCY(WS-ANCHOR-SUB) = RT-CURRENCY
                   MOVE 'Y' TO WS-ANCHOR-FOUND
                   SUBTRACT 1 FROM WS-ANCHOR-SUB
               END-IF
           END-PERFORM.

       CHECK-RATE-SUPERSEDED.
           PERFORM FIND-RATE-ANCHOR.
           IF WS-ANCHOR-FOUND = 'N'
               MOVE 'Y' TO WS-ROW-OPEN
           ELSE
               IF RT-EFF-DATE NOT < WS-ANC-EFF-DATE(WS-ANCHOR-SUB)
                   MOVE 'Y' TO WS-ROW-OPEN
               END-IF
           END-IF.

      *> the same rule over the snapshot: a superseded row is
      *> dropped, everything else is copied back as it stands.
       TRIM-RATE-SNAPSHOT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-FILE-STATUS = '35'
      *> TBLCOMP not installed on this system - nothing to trim.
               EXIT PARAGRAPH
           END-IF.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SNAP-FILE, status '
                   WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open WORK-FILE, status '
                   WS-WORK-FILE-STATUS
               CLOSE SNAP-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SNAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SNAP-RECORD TO RATE-RECORD
                       PERFORM CHECK-SNAPSHOT-ROW
                       IF WS-ROW-OPEN = 'N'
                           ADD 1 TO WS-SNAP-DROPPED
                       ELSE
                           WRITE WORK-RECORD FROM SNAP-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           CLOSE WORK-FILE.
           IF WS-SNAP-DROPPED = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open WORK-FILE, status '
                   WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SNAP-FILE.
           IF WS-SNAP-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SNAP-FILE, status '
                   WS-SNAP-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE SNAP-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SNAP-FILE.

      *> a row the live pass kept for want of a usable date stays
      *> on the snapshot too.
       CHECK-SNAPSHOT-ROW.
           MOVE 'N' TO WS-ROW-OPEN.
           PERFORM CHECK-RATE-SUPERSEDED.
           IF RT-EFF-DATE NOT NUMERIC
               MOVE 'Y' TO WS-ROW-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(RT-EFF-DATE)) NOT = 0
               MOVE 'Y' TO WS-ROW-OPEN
           END-IF.

       REWRITE-LIVE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open WORK-FILE, status '
                   WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LIVE-FILE.
           IF WS-LIVE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open LIVE-FILE, status '
                   WS-LIVE-FILE-STATUS
               CLOSE WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE LIVE-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.

      *> one section per file; every purge step of the night
      *> appends to the same report.
       WRITE-PURGE-REPORT.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT REPORT-FILE
           END-IF.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-KEEP-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING 'RETENTION PURGE - ' DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  '  KEEP ' DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  ROWS DATED ON OR BEFORE ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  ' MAY BE PURGED' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT.
           STRING '  BEFORE        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-PURGED-COUNT TO WS-COUNT-EDIT.
           STRING '  PURGED        ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT.
           STRING '  AFTER         ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-KEPT-RECENT TO WS-COUNT-EDIT.
           STRING '    KEPT - INSIDE KEEP PERIOD  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-KEPT-OPEN-ITEM TO WS-COUNT-EDIT.
           STRING '    KEPT - STILL OPEN          ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-KEPT-OPEN-PERIOD TO WS-COUNT-EDIT.
           STRING '    KEPT - PERIOD NOT CLOSED   ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-KEPT-UNDATED TO WS-COUNT-EDIT.
           STRING '    KEPT - NO USABLE DATE      ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-FILE-NAME = 'RATETAB'
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-SNAP-DROPPED TO WS-COUNT-EDIT
               STRING '  SNAPSHOT ROWS DROPPED      ' DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           CLOSE REPORT-FILE.

       END PROGRAM RetentionPurge.
