       IDENTIFICATION DIVISION.
       PROGRAM-ID. RateFeedLoad.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "RATEFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

      *> the snapshot TBLCOMP compares RATETAB against - a rate
      *> this program appends goes on it too, so the nightly
      *> compare does not log it a second time as a hand edit.
           SELECT SNAP-FILE ASSIGN TO "RATESNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "RATEHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STDINSTR-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDINSTR-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "FUTWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       COPY RATEFEED.
       COPY TRNCTL.

       FD  RATE-FILE.
       COPY RATEREC.

       FD  SNAP-FILE.
       01  SNAP-RECORD             PIC X(80).

       FD  HOLD-FILE.
       COPY RATEHOLD.

       FD  STDINSTR-FILE.
       COPY STDINSTR.

      *> the warehoused future-dated feeds, read only for the
      *> currencies their details will need converting at.
       FD  WAREHOUSE-FILE.
       COPY CALCTRAN.

       WORKING-STORAGE SECTION.
       COPY XMITLOGA.
       COPY MNTLOGA.
       01  WS-FEED-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SNAP-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-SNAP-OPEN            PIC X VALUE 'N'.
       01  WS-LOG-FAILED           PIC X VALUE 'N'.
       01  WS-HOLD-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-STDINSTR-FILE-STATUS PIC XX VALUE '00'.
       01  WS-WAREHOUSE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

      *> tolerance: a rate that moved by more than this percentage
      *> from the prior effective rate for its currency is held for
      *> a supervisor instead of loaded. SYSIN, blank = default.
       01  WS-TOLERANCE-ANSWER     PIC X(6).
       01  WS-DEFAULT-TOLERANCE    PIC 9(3)V99 VALUE 5.
       01  WS-TOLERANCE            PIC 9(3)V99 VALUE 0.

      *> header/trailer controls - a feed that does not prove
      *> itself is rejected whole, nothing from it loaded.
       01  WS-HEADER-SEEN          PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
       01  WS-FEED-REJECTED        PIC X VALUE 'N'.
       01  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-SENDING-SYSTEM       PIC X(8) VALUE SPACES.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-RATE-SUM             PIC S9(11)V9(6) VALUE 0.
       01  WS-HASH-NUM1            PIC S9(11)V99 VALUE 0.
       01  WS-HASH-NUM2            PIC S9(11)V99 VALUE 0.
       01  WS-TRAILER-COUNT        PIC 9(7) VALUE 0.
       01  WS-TRAILER-HASH1        PIC S9(11)V99 VALUE 0.
       01  WS-TRAILER-HASH2        PIC S9(11)V99 VALUE 0.

      *> the feed's rates, held until the trailer has verified.
      *> WS-FD-ACTION: A = append to RATETAB, H = hold for
      *> confirmation, S = skip (already loaded or held for the
      *> date), X = bad row, not loaded.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 200 TIMES.
               10  WS-FD-CURRENCY  PIC X(3).
               10  WS-FD-RATE-TEXT PIC X(10).
               10  WS-FD-RATE      PIC S9(4)V9(6).
               10  WS-FD-ACTION    PIC X.
               10  WS-FD-PRIOR-RATE PIC S9(4)V9(6).
               10  WS-FD-PRIOR-TEXT PIC X(10).
               10  WS-FD-PRIOR-DATE PIC X(8).
               10  WS-FD-MOVE-PCT  PIC S9(5)V99.
       01  WS-FEED-USED            PIC 9(3) VALUE 0.
       01  WS-FEED-SUB             PIC 9(3) VALUE 0.
       01  WS-FEED-SCAN            PIC 9(3) VALUE 0.

      *> RATETAB as it stands, for the prior rate of each currency
      *> and the coverage check - the same 2000-row ceiling as the
      *> posting programs that read it.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY PIC X(3).
               10  WS-RTE-EFF-DATE PIC X(8).
               10  WS-RTE-RATE     PIC S9(4)V9(6).
               10  WS-RTE-RATE-TEXT PIC X(10).
       01  WS-RATE-USED            PIC 9(4) VALUE 0.
       01  WS-RATE-SUB             PIC 9(4) VALUE 0.
       01  WS-BEST-DATE            PIC X(8).
       01  WS-RATE-FOUND           PIC X VALUE 'N'.

      *> currencies already waiting on RATEHOLD for this date - a
      *> resent feed must not queue the same rate twice.
       01  WS-HELD-TABLE.
           05  WS-HELD-CURRENCY OCCURS 200 TIMES PIC X(3).
       01  WS-HELD-USED            PIC 9(3) VALUE 0.
       01  WS-HELD-SUB             PIC 9(3) VALUE 0.

      *> currencies the standing instructions and the warehoused
      *> future-dated work will need a rate for.
       01  WS-NEED-TABLE.
           05  WS-NEED-ENTRY OCCURS 100 TIMES.
               10  WS-NEED-CURRENCY PIC X(3).
               10  WS-NEED-SOURCE  PIC X(8).
       01  WS-NEED-USED            PIC 9(3) VALUE 0.
       01  WS-NEED-SUB             PIC 9(3) VALUE 0.
       01  WS-NEED-FOUND           PIC X VALUE 'N'.
       01  WS-NEED-CHECK           PIC X(3).
       01  WS-NEED-FROM            PIC X(8).

       01  WS-LOADED-COUNT         PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE 0.
       01  WS-BAD-COUNT            PIC 9(5) VALUE 0.
       01  WS-UNCOVERED-COUNT      PIC 9(5) VALUE 0.

       01  WS-PCT-TEXT             PIC ZZZZ9.99.
       01  WS-TOL-TEXT             PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter rate tolerance percent (blank = 5): '.
           ACCEPT WS-TOLERANCE-ANSWER.
           IF WS-TOLERANCE-ANSWER = SPACES
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-TOLERANCE-ANSWER) NOT = 0
                   DISPLAY 'ERROR: tolerance must be a percentage'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(WS-TOLERANCE-ANSWER)
           END-IF.

           PERFORM READ-RATE-FEED.
           IF WS-FEED-REJECTED = 'Y'
               DISPLAY 'RATE FEED REJECTED - nothing loaded: '
                   WS-REJECT-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-HELD-RATES.

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-USED
               IF WS-FD-ACTION(WS-FEED-SUB) NOT = 'X'
                   PERFORM EVALUATE-FEED-RATE
               END-IF
           END-PERFORM.

           PERFORM APPEND-ACCEPTED-RATES.
           PERFORM APPEND-HELD-RATES.
           PERFORM LOG-FEED-RECEIPT.
           PERFORM CHECK-CURRENCY-COVERAGE.

           MOVE WS-TOLERANCE TO WS-TOL-TEXT.
           DISPLAY 'RATE FEED ' WS-BUSINESS-DATE ': '
               WS-DETAIL-COUNT ' rate(s) received, '
               WS-LOADED-COUNT ' loaded, ' WS-HELD-COUNT
               ' held (tolerance ' WS-TOL-TEXT '%), '
               WS-SKIPPED-COUNT ' skipped, ' WS-BAD-COUNT
               ' bad, ' WS-UNCOVERED-COUNT
               ' currency(ies) without a rate.'.

           IF WS-HELD-COUNT > 0
              OR WS-BAD-COUNT > 0
              OR WS-UNCOVERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-RATE-FEED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open FEED-FILE, status '
                   WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM PROCESS-FEED-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.

           IF WS-FEED-REJECTED = 'N'
               EVALUATE TRUE
                   WHEN WS-HEADER-SEEN = 'N'
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'no header record' TO WS-REJECT-TEXT
                   WHEN WS-TRAILER-SEEN = 'N'
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'no trailer record' TO WS-REJECT-TEXT
                   WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'trailer record count does not match'
                           TO WS-REJECT-TEXT
                   WHEN WS-TRAILER-HASH1 NOT = WS-HASH-NUM1
                     OR WS-TRAILER-HASH2 NOT = WS-HASH-NUM2
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'trailer rate hash does not match'
                           TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.

       PROCESS-FEED-RECORD.
           IF WS-FEED-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RF-RECORD-TYPE
               WHEN 'H'
                   IF WS-HEADER-SEEN = 'Y'
      *> treasury sends one business date per file - a second
      *> header means two files were run together.
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'more than one header record'
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE TH-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE TH-SENDING-SYSTEM TO WS-SENDING-SYSTEM
                       IF WS-BUSINESS-DATE NOT NUMERIC
                           MOVE 'Y' TO WS-FEED-REJECTED
                           MOVE 'header business date not CCYYMMDD'
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               WHEN 'D'
                   IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'rate record outside header/trailer'
                           TO WS-REJECT-TEXT
                   ELSE
                       PERFORM BUFFER-FEED-RATE
                   END-IF
               WHEN 'T'
                   IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'Y'
                       MOVE 'Y' TO WS-FEED-REJECTED
                       MOVE 'trailer record out of place'
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE TT-RECORD-COUNT TO WS-TRAILER-COUNT
                       COMPUTE WS-TRAILER-HASH1 =
                           FUNCTION NUMVAL(TT-HASH-NUM1)
                       COMPUTE WS-TRAILER-HASH2 =
                           FUNCTION NUMVAL(TT-HASH-NUM2)
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-FEED-REJECTED
                   MOVE 'unknown record type' TO WS-REJECT-TEXT
           END-EVALUATE.

      *> every detail counts toward the trailer controls, good or
      *> bad - the hash proves what treasury sent, not what passed.
       BUFFER-FEED-RATE.
           IF WS-FEED-USED >= 200
               MOVE 'Y' TO WS-FEED-REJECTED
               MOVE 'more than 200 rates in one feed'
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-FEED-USED.
           MOVE RF-CURRENCY TO WS-FD-CURRENCY(WS-FEED-USED).
           MOVE RF-RATE TO WS-FD-RATE-TEXT(WS-FEED-USED).
           MOVE 0 TO WS-FD-RATE(WS-FEED-USED).
           MOVE 'A' TO WS-FD-ACTION(WS-FEED-USED).
           IF FUNCTION TEST-NUMVAL(RF-RATE) NOT = 0
               MOVE 'X' TO WS-FD-ACTION(WS-FEED-USED)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FD-RATE(WS-FEED-USED) = FUNCTION NUMVAL(RF-RATE)
               ON SIZE ERROR
                   MOVE 'X' TO WS-FD-ACTION(WS-FEED-USED)
                   EXIT PARAGRAPH
           END-COMPUTE.
           ADD WS-FD-RATE(WS-FEED-USED) TO WS-RATE-SUM.
           MOVE WS-RATE-SUM TO WS-HASH-NUM1.
           COMPUTE WS-HASH-NUM2 = WS-HASH-NUM2
               + WS-FD-RATE(WS-FEED-USED) * 1000000
               ON SIZE ERROR
                   MOVE 'Y' TO WS-FEED-REJECTED
                   MOVE 'rate hash overflow' TO WS-REJECT-TEXT
           END-COMPUTE.
           IF RF-CURRENCY = SPACES OR RF-CURRENCY = 'USD'
              OR WS-FD-RATE(WS-FEED-USED) NOT > 0
               MOVE 'X' TO WS-FD-ACTION(WS-FEED-USED)
           END-IF.

       LOAD-RATE-HISTORY.
           MOVE 0 TO WS-RATE-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
      *> no rate table yet - every currency in the feed is new.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-RATE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open RATE-FILE, status '
                       WS-RATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      *> the posting programs ignore a zero rate row, so it is no
      *> prior rate to measure against either.
                       IF FUNCTION NUMVAL(RT-RATE) NOT = 0
                           IF WS-RATE-USED >= 2000
                               DISPLAY 'ERROR: more than 2000 '
                                   'RATETAB rows'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-RATE-USED
                           MOVE RT-CURRENCY
                               TO WS-RTE-CURRENCY(WS-RATE-USED)
                           MOVE RT-EFF-DATE
                               TO WS-RTE-EFF-DATE(WS-RATE-USED)
                           COMPUTE WS-RTE-RATE(WS-RATE-USED) =
                               FUNCTION NUMVAL(RT-RATE)
                           MOVE RT-RATE
                               TO WS-RTE-RATE-TEXT(WS-RATE-USED)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RATE-FILE-STATUS NOT = '35'
               CLOSE RATE-FILE
           END-IF.

       LOAD-HELD-RATES.
           MOVE 0 TO WS-HELD-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = '35'
      *> nothing has ever been held.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-HOLD-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open HOLD-FILE, status '
                       WS-HOLD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RH-STATUS = 'H'
                          AND RH-EFF-DATE = WS-BUSINESS-DATE
                          AND WS-HELD-USED < 200
                           ADD 1 TO WS-HELD-USED
                           MOVE RH-CURRENCY
                               TO WS-HELD-CURRENCY(WS-HELD-USED)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-FILE-STATUS NOT = '35'
               CLOSE HOLD-FILE
           END-IF.

       EVALUATE-FEED-RATE.
      *> a second rate for the same currency in one file cannot
      *> both be right - neither is loaded.
           PERFORM VARYING WS-FEED-SCAN FROM 1 BY 1
                   UNTIL WS-FEED-SCAN > WS-FEED-USED
               IF WS-FEED-SCAN NOT = WS-FEED-SUB
                  AND WS-FD-CURRENCY(WS-FEED-SCAN)
                      = WS-FD-CURRENCY(WS-FEED-SUB)
                   MOVE 'X' TO WS-FD-ACTION(WS-FEED-SUB)
               END-IF
           END-PERFORM.
           IF WS-FD-ACTION(WS-FEED-SUB) = 'X'
               EXIT PARAGRAPH
           END-IF.

      *> a rerun of the same feed: the rate is already on the
      *> table, or already waiting on a supervisor.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-USED
               IF WS-RTE-CURRENCY(WS-RATE-SUB)
                      = WS-FD-CURRENCY(WS-FEED-SUB)
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) = WS-BUSINESS-DATE
                   MOVE 'S' TO WS-FD-ACTION(WS-FEED-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-USED
               IF WS-HELD-CURRENCY(WS-HELD-SUB)
                      = WS-FD-CURRENCY(WS-FEED-SUB)
                   MOVE 'S' TO WS-FD-ACTION(WS-FEED-SUB)
               END-IF
           END-PERFORM.
           IF WS-FD-ACTION(WS-FEED-SUB) = 'S'
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'RATE ' WS-FD-CURRENCY(WS-FEED-SUB) ' '
                   WS-BUSINESS-DATE
                   ': already loaded or held - skipped'
               EXIT PARAGRAPH
           END-IF.

      *> the prior effective rate: the latest row dated before the
      *> feed's business date.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-USED
               IF WS-RTE-CURRENCY(WS-RATE-SUB)
                      = WS-FD-CURRENCY(WS-FEED-SUB)
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) < WS-BUSINESS-DATE
                  AND WS-RTE-EFF-DATE(WS-RATE-SUB) > WS-BEST-DATE
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RTE-EFF-DATE(WS-RATE-SUB) TO WS-BEST-DATE
                   MOVE WS-RTE-RATE(WS-RATE-SUB)
                       TO WS-FD-PRIOR-RATE(WS-FEED-SUB)
                   MOVE WS-RTE-RATE-TEXT(WS-RATE-SUB)
                       TO WS-FD-PRIOR-TEXT(WS-FEED-SUB)
                   MOVE WS-RTE-EFF-DATE(WS-RATE-SUB)
                       TO WS-FD-PRIOR-DATE(WS-FEED-SUB)
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = 'N'
      *> a currency's first rate has nothing to be measured against
      *> - it loads, and says so.
               MOVE SPACES TO WS-FD-PRIOR-TEXT(WS-FEED-SUB)
               MOVE SPACES TO WS-FD-PRIOR-DATE(WS-FEED-SUB)
               MOVE 0 TO WS-FD-MOVE-PCT(WS-FEED-SUB)
               DISPLAY 'RATE ' WS-FD-CURRENCY(WS-FEED-SUB)
                   ': no prior rate - loaded as first rate'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FD-MOVE-PCT(WS-FEED-SUB) ROUNDED =
               (WS-FD-RATE(WS-FEED-SUB)
                - WS-FD-PRIOR-RATE(WS-FEED-SUB)) * 100
               / WS-FD-PRIOR-RATE(WS-FEED-SUB)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-FD-MOVE-PCT(WS-FEED-SUB)
           END-COMPUTE.
           IF WS-FD-MOVE-PCT(WS-FEED-SUB) < 0
               MULTIPLY -1 BY WS-FD-MOVE-PCT(WS-FEED-SUB)
           END-IF.
           IF WS-FD-MOVE-PCT(WS-FEED-SUB) > WS-TOLERANCE
               MOVE 'H' TO WS-FD-ACTION(WS-FEED-SUB)
           END-IF.

       APPEND-ACCEPTED-RATES.
           OPEN EXTEND RATE-FILE.
           IF WS-RATE-FILE-STATUS = '35'
               OPEN OUTPUT RATE-FILE
           END-IF.
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RATE-FILE, status '
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND SNAP-FILE.
           IF WS-SNAP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SNAP-OPEN
           ELSE
      *> no snapshot on this system (TBLCOMP not installed) -
      *> nothing to keep in step.
               MOVE 'N' TO WS-SNAP-OPEN
           END-IF.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-USED
               EVALUATE WS-FD-ACTION(WS-FEED-SUB)
                   WHEN 'A'
                       MOVE WS-FD-CURRENCY(WS-FEED-SUB)
                           TO RT-CURRENCY
                       MOVE WS-BUSINESS-DATE TO RT-EFF-DATE
                       MOVE WS-FD-RATE-TEXT(WS-FEED-SUB) TO RT-RATE
                       WRITE RATE-RECORD
                       PERFORM LOG-RATE-ADDITION
                       ADD 1 TO WS-LOADED-COUNT
      *> the coverage check below counts tonight's rate too.
                       IF WS-RATE-USED < 2000
                           ADD 1 TO WS-RATE-USED
                           MOVE WS-FD-CURRENCY(WS-FEED-SUB)
                               TO WS-RTE-CURRENCY(WS-RATE-USED)
                           MOVE WS-BUSINESS-DATE
                               TO WS-RTE-EFF-DATE(WS-RATE-USED)
                       END-IF
                   WHEN 'X'
                       ADD 1 TO WS-BAD-COUNT
                       DISPLAY 'WARNING: rate record '
                           WS-FD-CURRENCY(WS-FEED-SUB) ' '
                           WS-FD-RATE-TEXT(WS-FEED-SUB)
                           ' is unusable or repeated - not loaded'
               END-EVALUATE
           END-PERFORM.
           CLOSE RATE-FILE.
           IF WS-SNAP-OPEN = 'Y'
               CLOSE SNAP-FILE
           END-IF.
           IF WS-LOG-FAILED = 'Y'
               DISPLAY 'WARNING: rates loaded - NOT all written to '
                   'MAINTLOG'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> a fed rate is a change to a reference table like any
      *> other - it goes on the change history under the sender.
       LOG-RATE-ADDITION.
           IF WS-SNAP-OPEN = 'Y'
               WRITE SNAP-RECORD FROM RATE-RECORD
           END-IF.
           MOVE 'RATETAB' TO MLA-TABLE.
           MOVE 'A' TO MLA-ACTION.
           MOVE SPACES TO MLA-KEY.
           STRING RT-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RT-EFF-DATE DELIMITED BY SIZE
                  INTO MLA-KEY.
           MOVE WS-SENDING-SYSTEM TO MLA-OPERATOR-ID.
           MOVE SPACES TO MLA-TERMINAL-ID.
           MOVE 'RateFeedLd' TO MLA-PROGRAM.
           MOVE SPACES TO MLA-BEFORE.
           MOVE RATE-RECORD TO MLA-AFTER.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-FAILED
           END-IF.

       APPEND-HELD-RATES.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
           END-IF.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HOLD-FILE, status '
                   WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-USED
               IF WS-FD-ACTION(WS-FEED-SUB) = 'H'
                   MOVE SPACES TO RATE-HOLD-RECORD
                   MOVE 'H' TO RH-STATUS
                   MOVE WS-FD-CURRENCY(WS-FEED-SUB) TO RH-CURRENCY
                   MOVE WS-BUSINESS-DATE TO RH-EFF-DATE
                   MOVE WS-FD-RATE-TEXT(WS-FEED-SUB) TO RH-RATE
                   MOVE WS-FD-PRIOR-TEXT(WS-FEED-SUB)
                       TO RH-PRIOR-RATE
                   MOVE WS-FD-PRIOR-DATE(WS-FEED-SUB)
                       TO RH-PRIOR-DATE
                   MOVE WS-FD-MOVE-PCT(WS-FEED-SUB) TO WS-PCT-TEXT
                   MOVE WS-PCT-TEXT TO RH-MOVE-PCT
                   MOVE FUNCTION CURRENT-DATE TO RH-RECEIVED-TIME
                   WRITE RATE-HOLD-RECORD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY 'RATE ' WS-FD-CURRENCY(WS-FEED-SUB) ' '
                       WS-FD-RATE-TEXT(WS-FEED-SUB) ' moved '
                       WS-PCT-TEXT '% from '
                       WS-FD-PRIOR-TEXT(WS-FEED-SUB) ' of '
                       WS-FD-PRIOR-DATE(WS-FEED-SUB)
                       ' - held for confirmation'
               END-IF
           END-PERFORM.
           CLOSE HOLD-FILE.

      *> receipt goes on the same transmission log as the files we
      *> cut, so a dispute over what treasury sent and when is
      *> settled from one place.
       LOG-FEED-RECEIPT.
           MOVE 'RATEFEED' TO XMT-INTERFACE.
           MOVE WS-BUSINESS-DATE TO XMT-BUSINESS-DATE.
           MOVE WS-DETAIL-COUNT TO XMT-RECORD-COUNT.
           MOVE WS-HASH-NUM1 TO XMT-AMOUNT-TOTAL.
           CALL 'TransmitLog' USING TRANSMIT-LOG-AREA.
           IF XMT-STATUS NOT = '00'
               DISPLAY 'WARNING: rate feed receipt not written to '
                   'XMITLOG, status ' XMT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> a currency tonight's standing or warehoused work will be
      *> converted at, with no rate in effect on the business date,
      *> would reject that work - warn now, while treasury can
      *> still send the rate.
       CHECK-CURRENCY-COVERAGE.
           MOVE 0 TO WS-NEED-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT STDINSTR-FILE.
           IF WS-STDINSTR-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-STDINSTR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open STDINSTR-FILE, status '
                       WS-STDINSTR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ STDINSTR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
      *> only a row StandingGen would generate tonight - confirmed,
      *> and inside its start/end dates.
                       IF SI-STATUS = 'A'
                          AND SI-CONFIRM-STATE = 'C'
                          AND (SI-START-DATE = SPACES
                               OR SI-START-DATE <= WS-BUSINESS-DATE)
                          AND (SI-END-DATE = SPACES
                               OR SI-END-DATE >= WS-BUSINESS-DATE)
                           MOVE SI-CURRENCY TO WS-NEED-CHECK
                           MOVE 'STDINSTR' TO WS-NEED-FROM
                           PERFORM NOTE-NEEDED-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STDINSTR-FILE-STATUS NOT = '35'
               CLOSE STDINSTR-FILE
           END-IF.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-WAREHOUSE-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open WAREHOUSE-FILE, '
                       'status ' WS-WAREHOUSE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF CT-RECORD-TYPE = 'D'
                           MOVE CT-CURRENCY TO WS-NEED-CHECK
                           MOVE 'FUTWHSE' TO WS-NEED-FROM
                           PERFORM NOTE-NEEDED-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WAREHOUSE-FILE-STATUS NOT = '35'
               CLOSE WAREHOUSE-FILE
           END-IF.

           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > WS-NEED-USED
               MOVE 'N' TO WS-RATE-FOUND
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-USED
                          OR WS-RATE-FOUND = 'Y'
                   IF WS-RTE-CURRENCY(WS-RATE-SUB)
                          = WS-NEED-CURRENCY(WS-NEED-SUB)
                      AND WS-RTE-EFF-DATE(WS-RATE-SUB)
                          <= WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND = 'N'
                   ADD 1 TO WS-UNCOVERED-COUNT
                   DISPLAY 'WARNING: currency '
                       WS-NEED-CURRENCY(WS-NEED-SUB) ' used on '
                       WS-NEED-SOURCE(WS-NEED-SUB)
                       ' has no rate for ' WS-BUSINESS-DATE
               END-IF
           END-PERFORM.

       NOTE-NEEDED-CURRENCY.
           IF WS-NEED-CHECK = SPACES OR WS-NEED-CHECK = 'USD'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NEED-FOUND.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > WS-NEED-USED
                      OR WS-NEED-FOUND = 'Y'
               IF WS-NEED-CURRENCY(WS-NEED-SUB) = WS-NEED-CHECK
                   MOVE 'Y' TO WS-NEED-FOUND
               END-IF
           END-PERFORM.
           IF WS-NEED-FOUND = 'N' AND WS-NEED-USED < 100
               ADD 1 TO WS-NEED-USED
               MOVE WS-NEED-CHECK TO WS-NEED-CURRENCY(WS-NEED-USED)
               MOVE WS-NEED-FROM TO WS-NEED-SOURCE(WS-NEED-USED)
           END-IF.

       END PROGRAM RateFeedLoad.
