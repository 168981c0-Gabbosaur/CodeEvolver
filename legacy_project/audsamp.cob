       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditSample.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECTORY-FILE ASSIGN TO "AUDMDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-FILE-STATUS.

      *> a closed month lives in its dated AUDMNTH archive - the
      *> AUDARCH allocation is re-pointed at each archive the
      *> directory says overlaps the month, as ArchiveResearch does.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT LIVE-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.

           SELECT THRESH-FILE ASSIGN TO "APPRTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-FILE-STATUS.

           SELECT SAMPLE-FILE ASSIGN TO "AUDSAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.

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

       FD  THRESH-FILE.
       COPY APPRTHR.

       FD  SAMPLE-FILE.
       COPY AUDSAMP.

       WORKING-STORAGE SECTION.
      *> archive and open-period records are poured through the one
      *> AUDITREC image, so both sides are stratified identically.
       COPY AUDITREC.

       01  WS-DIRECTORY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LIVE-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-THRESH-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SAMPLE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-ARCH-NAME            PIC X(32) VALUE SPACES.

      *> the run's three answers: the month, how many to draw from
      *> each stratum, and the seed. The seed defaults to the month
      *> itself, so a re-run with blank answers re-cuts exactly the
      *> sample audit already has.
       01  WS-PERIOD-ANSWER        PIC X(6) VALUE SPACES.
       01  WS-SIZE-ANSWER          PIC X(2) VALUE SPACES.
       01  WS-SEED-ANSWER          PIC X(9) VALUE SPACES.
       01  WS-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PERIOD-MONTH         PIC 99 VALUE 0.
       01  WS-SAMPLE-SIZE          PIC 9(2) VALUE 5.
       01  WS-SEED                 PIC 9(9) VALUE 0.
       01  WS-LOW-DATE             PIC X(8).
       01  WS-HIGH-DATE            PIC X(8).

       01  WS-RESULT-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-BAND                 PIC 9 VALUE 0.
       01  WS-DRAW-KEY             PIC 9(10) VALUE 0.
       01  WS-OVER-LIMIT           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.

       01  WS-POPULATION           PIC 9(7) VALUE 0.
       01  WS-CERTAIN-COUNT        PIC 9(7) VALUE 0.
       01  WS-DRAWN-COUNT          PIC 9(7) VALUE 0.
       01  WS-ARCHIVES-READ        PIC 9(3) VALUE 0.
       01  WS-ARCHIVES-MISSING     PIC 9(3) VALUE 0.

       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY OCCURS 60 TIMES.
               10  WS-DIR-PERIOD   PIC X(6).
               10  WS-DIR-FIRST    PIC X(8).
               10  WS-DIR-LAST     PIC X(8).
       01  WS-DIR-USED             PIC 9(3) VALUE 0.
       01  WS-DIR-SUB              PIC 9(3) VALUE 0.

       01  WS-THRESH-TABLE.
           05  WS-THR-ENTRY OCCURS 50 TIMES.
               10  WS-THR-OPERATION PIC X(10).
               10  WS-THR-LIMIT    PIC S9(11)V99.
       01  WS-THR-USED             PIC 9(3) VALUE 0.
       01  WS-THR-SUB              PIC 9(3) VALUE 0.

      *> one row per operation and amount band seen in the month,
      *> holding the population and the lowest-keyed draws so far.
       01  WS-STRATUM-TABLE.
           05  WS-STR-ENTRY OCCURS 200 TIMES.
               10  WS-STR-OPERATION PIC X(10).
               10  WS-STR-BAND     PIC 9.
               10  WS-STR-POPULATION PIC 9(7).
               10  WS-STR-CERTAIN  PIC 9(7).
               10  WS-STR-DRAWN    PIC 9(2).
               10  WS-STR-PICK OCCURS 20 TIMES.
                   15  WS-PICK-KEY     PIC 9(10).
                   15  WS-PICK-TRANS-ID PIC 9(9).
                   15  WS-PICK-TIMESTAMP PIC X(14).
                   15  WS-PICK-RESULT  PIC X(12).
                   15  WS-PICK-OPERATOR-ID PIC X(8).
                   15  WS-PICK-ACCOUNT-ID PIC X(8).
       01  WS-STR-USED             PIC 9(3) VALUE 0.
       01  WS-STR-SUB              PIC 9(3) VALUE 0.
       01  WS-PICK-SUB             PIC 9(2) VALUE 0.
       01  WS-HIGH-PICK            PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Sample period (CCYYMM): '.
           ACCEPT WS-PERIOD-ANSWER.
           DISPLAY 'Draw per stratum (1-20, blank = 5): '.
           ACCEPT WS-SIZE-ANSWER.
           DISPLAY 'Seed (blank = the period): '.
           ACCEPT WS-SEED-ANSWER.

           PERFORM VALIDATE-ANSWERS.

           PERFORM LOAD-THRESHOLDS.

           OPEN OUTPUT SAMPLE-FILE.
           IF WS-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SAMPLE-FILE, status '
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ARCHIVE-DIRECTORY.
           PERFORM READ-NEEDED-ARCHIVES.
           PERFORM READ-OPEN-PERIOD.

           PERFORM WRITE-DRAWN-SAMPLE.

           CLOSE SAMPLE-FILE.

           DISPLAY 'AUDIT SAMPLE ' WS-PERIOD ': ' WS-POPULATION
               ' record(s) in ' WS-STR-USED ' strata; '
               WS-CERTAIN-COUNT ' taken outright, '
               WS-DRAWN-COUNT ' drawn (seed ' WS-SEED
               ', ' WS-SAMPLE-SIZE ' per stratum).'.

           IF WS-ARCHIVES-MISSING > 0
      *> an archive that will not open means the population - and
      *> so the sample - is short. Audit must not sign off on it.
               DISPLAY 'AUDIT SAMPLE: ' WS-ARCHIVES-MISSING
                   ' needed archive(s) could not be opened - '
                   'sample is incomplete.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-POPULATION = 0
                   DISPLAY 'WARNING: no audit records found for '
                       WS-PERIOD
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       VALIDATE-ANSWERS.
           MOVE WS-PERIOD-ANSWER TO WS-PERIOD.
           IF WS-PERIOD NOT NUMERIC
               DISPLAY 'ERROR: sample period must be CCYYMM, got '
                   WS-PERIOD-ANSWER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY 'ERROR: sample period must be CCYYMM, got '
                   WS-PERIOD-ANSWER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-LOW-DATE WS-HIGH-DATE.
           STRING WS-PERIOD DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
                  INTO WS-LOW-DATE.
           STRING WS-PERIOD DELIMITED BY SIZE
                  '31' DELIMITED BY SIZE
                  INTO WS-HIGH-DATE.

           IF WS-SIZE-ANSWER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SIZE-ANSWER) NOT = 0
                   DISPLAY 'ERROR: draw per stratum must be 1-20, '
                       'got ' WS-SIZE-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(WS-SIZE-ANSWER) < 1
                  OR FUNCTION NUMVAL(WS-SIZE-ANSWER) > 20
                   DISPLAY 'ERROR: draw per stratum must be 1-20, '
                       'got ' WS-SIZE-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-SAMPLE-SIZE =
                   FUNCTION NUMVAL(WS-SIZE-ANSWER)
           END-IF.

           IF WS-SEED-ANSWER = SPACES
               MOVE WS-PERIOD TO WS-SEED
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SEED-ANSWER) NOT = 0
                   DISPLAY 'ERROR: seed must be a whole number, got '
                       WS-SEED-ANSWER
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-SEED = FUNCTION NUMVAL(WS-SEED-ANSWER)
           END-IF.

      *> the same thresholds ApprovalGate holds work against - a
      *> record over its limit went (or should have gone) past a
      *> second pair of eyes, so every one is reviewed.
       LOAD-THRESHOLDS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT THRESH-FILE.
           IF WS-THRESH-FILE-STATUS = '35'
      *> no threshold table on this system - nothing is taken on
      *> size alone, only the REVERSALs.
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

       READ-NEEDED-ARCHIVES.
           PERFORM VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-USED
               IF WS-DIR-FIRST(WS-DIR-SUB) <= WS-HIGH-DATE
                  AND WS-DIR-LAST(WS-DIR-SUB) >= WS-LOW-DATE
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
               DISPLAY 'WARNING: cannot open archive '
                   WS-ARCH-NAME ', status '
                   WS-ARCHIVE-FILE-STATUS
               ADD 1 TO WS-ARCHIVES-MISSING
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                           PERFORM CLASSIFY-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      *> the open-period log is always read too - sampling the
      *> current month before its cutover is allowed.
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
                       PERFORM CLASSIFY-RECORD
               END-READ
           END-PERFORM.
           CLOSE LIVE-FILE.

      *> every record of the month lands in one stratum; REVERSALs
      *> and over-threshold records are written to the sample at
      *> once, the rest compete for the stratum's random draw.
       CLASSIFY-RECORD.
           IF AUD-TIMESTAMP(1:6) NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POPULATION.

           MOVE 0 TO WS-RESULT-AMOUNT.
           IF FUNCTION TEST-NUMVAL(AUD-RESULT) = 0
               COMPUTE WS-RESULT-AMOUNT =
                   FUNCTION NUMVAL(AUD-RESULT)
           END-IF.
           IF WS-RESULT-AMOUNT < 0
               COMPUTE WS-RESULT-AMOUNT = 0 - WS-RESULT-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESULT-AMOUNT < 1000
                   MOVE 1 TO WS-BAND
               WHEN WS-RESULT-AMOUNT < 10000
                   MOVE 2 TO WS-BAND
               WHEN WS-RESULT-AMOUNT < 100000
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.

           PERFORM FIND-STRATUM.
           ADD 1 TO WS-STR-POPULATION(WS-STR-SUB).

           MOVE 'N' TO WS-OVER-LIMIT.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > WS-THR-USED
               IF WS-THR-OPERATION(WS-THR-SUB) = AUD-OPERATION
                  AND WS-RESULT-AMOUNT > WS-THR-LIMIT(WS-THR-SUB)
                   MOVE 'Y' TO WS-OVER-LIMIT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN AUD-OPERATION = 'REVERSAL'
                   ADD 1 TO WS-STR-CERTAIN(WS-STR-SUB)
                   PERFORM WRITE-CERTAIN-RECORD
               WHEN WS-OVER-LIMIT = 'Y'
                   ADD 1 TO WS-STR-CERTAIN(WS-STR-SUB)
                   PERFORM WRITE-CERTAIN-RECORD
               WHEN OTHER
                   PERFORM DRAW-CANDIDATE
           END-EVALUATE.

       FIND-STRATUM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-STR-OPERATION(WS-STR-SUB) = AUD-OPERATION
                  AND WS-STR-BAND(WS-STR-SUB) = WS-BAND
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-STR-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-STR-USED >= 200
                   DISPLAY 'ERROR: more than 200 sample strata'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-STR-USED
               MOVE WS-STR-USED TO WS-STR-SUB
               MOVE AUD-OPERATION TO WS-STR-OPERATION(WS-STR-SUB)
               MOVE WS-BAND TO WS-STR-BAND(WS-STR-SUB)
               MOVE 0 TO WS-STR-POPULATION(WS-STR-SUB)
               MOVE 0 TO WS-STR-CERTAIN(WS-STR-SUB)
               MOVE 0 TO WS-STR-DRAWN(WS-STR-SUB)
           END-IF.

       WRITE-CERTAIN-RECORD.
           MOVE SPACES TO SAMPLE-RECORD.
           MOVE 'D' TO SMP-RECORD-TYPE.
           MOVE WS-PERIOD TO SMP-PERIOD.
           MOVE AUD-TRANS-ID TO SMP-TRANS-ID.
           MOVE AUD-OPERATION TO SMP-OPERATION.
           MOVE WS-BAND TO SMP-BAND.
           EVALUATE TRUE
               WHEN AUD-OPERATION = 'REVERSAL'
                   MOVE 'V' TO SMP-REASON
               WHEN OTHER
                   MOVE 'T' TO SMP-REASON
           END-EVALUATE.
           MOVE AUD-TIMESTAMP(1:14) TO SMP-TIMESTAMP.
           MOVE AUD-RESULT TO SMP-RESULT.
           MOVE AUD-OPERATOR-ID TO SMP-OPERATOR-ID.
           MOVE AUD-ACCOUNT-ID TO SMP-ACCOUNT-ID.
           MOVE 'O' TO SMP-STATUS.
           PERFORM WRITE-SAMPLE-ROW.
           ADD 1 TO WS-CERTAIN-COUNT.

      *> the draw keeps the stratum's lowest selection keys. The key
      *> depends only on the transaction ID and the seed, never on
      *> the order the records were read, so the draw repeats.
       DRAW-CANDIDATE.
           COMPUTE WS-DRAW-KEY = FUNCTION MOD(
               AUD-TRANS-ID * 48271 + WS-SEED, 2147483647).
           IF WS-STR-DRAWN(WS-STR-SUB) < WS-SAMPLE-SIZE
               ADD 1 TO WS-STR-DRAWN(WS-STR-SUB)
               MOVE WS-STR-DRAWN(WS-STR-SUB) TO WS-PICK-SUB
               PERFORM KEEP-CANDIDATE
           ELSE
               MOVE 1 TO WS-HIGH-PICK
               PERFORM VARYING WS-PICK-SUB FROM 2 BY 1
                       UNTIL WS-PICK-SUB > WS-STR-DRAWN(WS-STR-SUB)
                   IF WS-PICK-KEY(WS-STR-SUB, WS-PICK-SUB) >
                      WS-PICK-KEY(WS-STR-SUB, WS-HIGH-PICK)
                       MOVE WS-PICK-SUB TO WS-HIGH-PICK
                   END-IF
               END-PERFORM
               IF WS-DRAW-KEY < WS-PICK-KEY(WS-STR-SUB, WS-HIGH-PICK)
                   MOVE WS-HIGH-PICK TO WS-PICK-SUB
                   PERFORM KEEP-CANDIDATE
               END-IF
           END-IF.

       KEEP-CANDIDATE.
           MOVE WS-DRAW-KEY TO WS-PICK-KEY(WS-STR-SUB, WS-PICK-SUB).
           MOVE AUD-TRANS-ID
               TO WS-PICK-TRANS-ID(WS-STR-SUB, WS-PICK-SUB).
           MOVE AUD-TIMESTAMP(1:14)
               TO WS-PICK-TIMESTAMP(WS-STR-SUB, WS-PICK-SUB).
           MOVE AUD-RESULT
               TO WS-PICK-RESULT(WS-STR-SUB, WS-PICK-SUB).
           MOVE AUD-OPERATOR-ID
               TO WS-PICK-OPERATOR-ID(WS-STR-SUB, WS-PICK-SUB).
           MOVE AUD-ACCOUNT-ID
               TO WS-PICK-ACCOUNT-ID(WS-STR-SUB, WS-PICK-SUB).

      *> each stratum's summary row, then its drawn records.
       WRITE-DRAWN-SAMPLE.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-USED
               MOVE SPACES TO SAMPLE-RECORD
               MOVE 'S' TO SST-RECORD-TYPE
               MOVE WS-PERIOD TO SST-PERIOD
               MOVE WS-STR-OPERATION(WS-STR-SUB) TO SST-OPERATION
               MOVE WS-STR-BAND(WS-STR-SUB) TO SST-BAND
               MOVE WS-STR-POPULATION(WS-STR-SUB) TO SST-POPULATION
               MOVE WS-STR-CERTAIN(WS-STR-SUB) TO SST-CERTAIN
               MOVE WS-STR-DRAWN(WS-STR-SUB) TO SST-DRAWN
               MOVE WS-SAMPLE-SIZE TO SST-SAMPLE-SIZE
               MOVE WS-SEED TO SST-SEED
               PERFORM WRITE-SAMPLE-ROW
               PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                       UNTIL WS-PICK-SUB > WS-STR-DRAWN(WS-STR-SUB)
                   PERFORM WRITE-DRAWN-RECORD
               END-PERFORM
           END-PERFORM.

       WRITE-DRAWN-RECORD.
           MOVE SPACES TO SAMPLE-RECORD.
           MOVE 'D' TO SMP-RECORD-TYPE.
           MOVE WS-PERIOD TO SMP-PERIOD.
           MOVE WS-PICK-TRANS-ID(WS-STR-SUB, WS-PICK-SUB)
               TO SMP-TRANS-ID.
           MOVE WS-STR-OPERATION(WS-STR-SUB) TO SMP-OPERATION.
           MOVE WS-STR-BAND(WS-STR-SUB) TO SMP-BAND.
           MOVE 'R' TO SMP-REASON.
           MOVE WS-PICK-TIMESTAMP(WS-STR-SUB, WS-PICK-SUB)
               TO SMP-TIMESTAMP.
           MOVE WS-PICK-RESULT(WS-STR-SUB, WS-PICK-SUB)
               TO SMP-RESULT.
           MOVE WS-PICK-OPERATOR-ID(WS-STR-SUB, WS-PICK-SUB)
               TO SMP-OPERATOR-ID.
           MOVE WS-PICK-ACCOUNT-ID(WS-STR-SUB, WS-PICK-SUB)
               TO SMP-ACCOUNT-ID.
           MOVE 'O' TO SMP-STATUS.
           PERFORM WRITE-SAMPLE-ROW.
           ADD 1 TO WS-DRAWN-COUNT.

       WRITE-SAMPLE-ROW.
           WRITE SAMPLE-RECORD.
           IF WS-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write SAMPLE-FILE, status '
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM AuditSample.
