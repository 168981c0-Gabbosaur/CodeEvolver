       IDENTIFICATION DIVISION.
       PROGRAM-ID. SampleResults.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO "AUDSAMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       COPY AUDSAMP.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SAMPLE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-FOUND-SWITCH         PIC X VALUE 'N'.

       01  WS-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-SEED                 PIC 9(9) VALUE 0.
       01  WS-SAMPLE-SIZE          PIC 9(2) VALUE 0.
       01  WS-FIND-OPERATION       PIC X(10).
       01  WS-FIND-BAND            PIC 9.

      *> one row per stratum: the population and selection counts
      *> from the S rows, the review outcome tallied from the D
      *> rows. Columns 1-3 of WS-STR-OUTCOME are passed, failed and
      *> still open.
       01  WS-STRATUM-TABLE.
           05  WS-STR-ENTRY OCCURS 200 TIMES.
               10  WS-STR-OPERATION PIC X(10).
               10  WS-STR-BAND     PIC 9.
               10  WS-STR-POPULATION PIC 9(7).
               10  WS-STR-CERTAIN  PIC 9(7).
               10  WS-STR-DRAWN    PIC 9(7).
               10  WS-STR-OUTCOME OCCURS 3 TIMES PIC 9(7).
       01  WS-STR-USED             PIC 9(3) VALUE 0.
       01  WS-STR-SUB              PIC 9(3) VALUE 0.
       01  WS-OUT-SUB              PIC 9 VALUE 0.

       01  WS-REVIEWER-TABLE.
           05  WS-RVW-ENTRY OCCURS 100 TIMES.
               10  WS-RVW-ID       PIC X(8).
               10  WS-RVW-PASSED   PIC 9(7).
               10  WS-RVW-FAILED   PIC 9(7).
               10  WS-RVW-FIRST    PIC X(8).
               10  WS-RVW-LAST     PIC X(8).
       01  WS-RVW-USED             PIC 9(3) VALUE 0.
       01  WS-RVW-SUB              PIC 9(3) VALUE 0.

      *> the failed items, held so they print together after the
      *> coverage section.
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 1000 TIMES.
               10  WS-FAIL-TRANS-ID PIC 9(9).
               10  WS-FAIL-OPERATION PIC X(10).
               10  WS-FAIL-REASON  PIC X.
               10  WS-FAIL-RESULT  PIC X(12).
               10  WS-FAIL-OPERATOR-ID PIC X(8).
               10  WS-FAIL-REVIEWED-BY PIC X(8).
               10  WS-FAIL-REVIEW-DATE PIC X(8).
               10  WS-FAIL-COMMENT PIC X(60).
       01  WS-FAIL-USED            PIC 9(4) VALUE 0.
       01  WS-FAIL-SUB             PIC 9(4) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-POPULATION   PIC 9(7) VALUE 0.
           05  WS-TOT-CERTAIN      PIC 9(7) VALUE 0.
           05  WS-TOT-DRAWN        PIC 9(7) VALUE 0.
           05  WS-TOT-OUTCOME OCCURS 3 TIMES PIC 9(7) VALUE 0.

       01  WS-PRINT-NAME           PIC X(10).
       01  WS-PRINT-BAND           PIC X(4).
       01  WS-PRINT-POPULATION     PIC 9(7).
       01  WS-PRINT-CERTAIN        PIC 9(7).
       01  WS-PRINT-DRAWN          PIC 9(7).
       01  WS-PRINT-OUTCOMES.
           05  WS-PRINT-OUTCOME OCCURS 3 TIMES PIC 9(7).
       01  WS-COVER-PCT            PIC 9(3)V9 VALUE 0.

       01  WS-SECTION-TITLE        PIC X(40).
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-POP-EDIT             PIC Z,ZZZ,ZZ9.
       01  WS-CERTAIN-EDIT         PIC ZZZ,ZZ9.
       01  WS-DRAWN-EDIT           PIC ZZZ,ZZ9.
       01  WS-COVER-EDIT           PIC ZZ9.9.
       01  WS-PASSED-EDIT          PIC ZZZ,ZZ9.
       01  WS-FAILED-EDIT          PIC ZZZ,ZZ9.
       01  WS-OPEN-EDIT            PIC ZZZ,ZZ9.
       01  WS-TRANS-EDIT           PIC Z(8)9.
       01  WS-HOLD-LINE            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           OPEN INPUT SAMPLE-FILE.
           IF WS-SAMPLE-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SAMPLE-FILE, status '
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SAMPLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-SAMPLE-ROW
               END-READ
           END-PERFORM.
           CLOSE SAMPLE-FILE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-COVERAGE-SECTION.
           PERFORM PRINT-EXCEPTION-LIST.
           PERFORM PRINT-REVIEWER-SECTION.

           CLOSE REPORT-FILE.

           DISPLAY 'SAMPLE RESULTS ' WS-PERIOD ': '
               WS-TOT-OUTCOME(1) ' passed, ' WS-TOT-OUTCOME(2)
               ' failed, ' WS-TOT-OUTCOME(3) ' still open.'.

      *> failures are findings and open items mean the review is
      *> not finished - either is a warning, not a failed run.
           IF WS-TOT-OUTCOME(2) > 0 OR WS-TOT-OUTCOME(3) > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       TALLY-SAMPLE-ROW.
           IF SMP-RECORD-TYPE = 'S'
               MOVE SST-PERIOD TO WS-PERIOD
               MOVE SST-SEED TO WS-SEED
               MOVE SST-SAMPLE-SIZE TO WS-SAMPLE-SIZE
               MOVE SST-OPERATION TO WS-FIND-OPERATION
               MOVE SST-BAND TO WS-FIND-BAND
               PERFORM FIND-STRATUM
               MOVE SST-POPULATION TO WS-STR-POPULATION(WS-STR-SUB)
               MOVE SST-CERTAIN TO WS-STR-CERTAIN(WS-STR-SUB)
               MOVE SST-DRAWN TO WS-STR-DRAWN(WS-STR-SUB)
               ADD SST-POPULATION TO WS-TOT-POPULATION
               ADD SST-CERTAIN TO WS-TOT-CERTAIN
               ADD SST-DRAWN TO WS-TOT-DRAWN
               EXIT PARAGRAPH
           END-IF.

           MOVE SMP-OPERATION TO WS-FIND-OPERATION.
           MOVE SMP-BAND TO WS-FIND-BAND.
           PERFORM FIND-STRATUM.
           EVALUATE SMP-STATUS
               WHEN 'P'
                   MOVE 1 TO WS-OUT-SUB
               WHEN 'F'
                   MOVE 2 TO WS-OUT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-OUT-SUB
           END-EVALUATE.
           ADD 1 TO WS-STR-OUTCOME(WS-STR-SUB, WS-OUT-SUB).
           ADD 1 TO WS-TOT-OUTCOME(WS-OUT-SUB).
           IF WS-OUT-SUB < 3
               PERFORM TALLY-REVIEWER
           END-IF.
           IF WS-OUT-SUB = 2
               PERFORM HOLD-FAILED-ITEM
           END-IF.

       FIND-STRATUM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-STR-OPERATION(WS-STR-SUB) = WS-FIND-OPERATION
                  AND WS-STR-BAND(WS-STR-SUB) = WS-FIND-BAND
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
               MOVE WS-FIND-OPERATION TO WS-STR-OPERATION(WS-STR-SUB)
               MOVE WS-FIND-BAND TO WS-STR-BAND(WS-STR-SUB)
               MOVE 0 TO WS-STR-POPULATION(WS-STR-SUB)
               MOVE 0 TO WS-STR-CERTAIN(WS-STR-SUB)
               MOVE 0 TO WS-STR-DRAWN(WS-STR-SUB)
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB > 3
                   MOVE 0 TO WS-STR-OUTCOME(WS-STR-SUB, WS-OUT-SUB)
               END-PERFORM
           END-IF.

       TALLY-REVIEWER.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-RVW-USED
                      OR WS-FOUND-SWITCH = 'Y'
               IF WS-RVW-ID(WS-RVW-SUB) = SMP-REVIEWED-BY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   SUBTRACT 1 FROM WS-RVW-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SWITCH = 'N'
               IF WS-RVW-USED >= 100
                   DISPLAY 'ERROR: more than 100 reviewers on the '
                       'sample'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RVW-USED
               MOVE WS-RVW-USED TO WS-RVW-SUB
               MOVE SMP-REVIEWED-BY TO WS-RVW-ID(WS-RVW-SUB)
               MOVE 0 TO WS-RVW-PASSED(WS-RVW-SUB)
               MOVE 0 TO WS-RVW-FAILED(WS-RVW-SUB)
               MOVE SMP-REVIEW-TIME(1:8) TO WS-RVW-FIRST(WS-RVW-SUB)
               MOVE SMP-REVIEW-TIME(1:8) TO WS-RVW-LAST(WS-RVW-SUB)
           END-IF.
           IF WS-OUT-SUB = 1
               ADD 1 TO WS-RVW-PASSED(WS-RVW-SUB)
           ELSE
               ADD 1 TO WS-RVW-FAILED(WS-RVW-SUB)
           END-IF.
           IF SMP-REVIEW-TIME(1:8) < WS-RVW-FIRST(WS-RVW-SUB)
               MOVE SMP-REVIEW-TIME(1:8) TO WS-RVW-FIRST(WS-RVW-SUB)
           END-IF.
           IF SMP-REVIEW-TIME(1:8) > WS-RVW-LAST(WS-RVW-SUB)
               MOVE SMP-REVIEW-TIME(1:8) TO WS-RVW-LAST(WS-RVW-SUB)
           END-IF.

       HOLD-FAILED-ITEM.
           IF WS-FAIL-USED >= 1000
               DISPLAY 'ERROR: more than 1000 failed sample items'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-FAIL-USED.
           MOVE SMP-TRANS-ID TO WS-FAIL-TRANS-ID(WS-FAIL-USED).
           MOVE SMP-OPERATION TO WS-FAIL-OPERATION(WS-FAIL-USED).
           MOVE SMP-REASON TO WS-FAIL-REASON(WS-FAIL-USED).
           MOVE SMP-RESULT TO WS-FAIL-RESULT(WS-FAIL-USED).
           MOVE SMP-OPERATOR-ID TO WS-FAIL-OPERATOR-ID(WS-FAIL-USED).
           MOVE SMP-REVIEWED-BY TO WS-FAIL-REVIEWED-BY(WS-FAIL-USED).
           MOVE SMP-REVIEW-TIME(1:8)
               TO WS-FAIL-REVIEW-DATE(WS-FAIL-USED).
           MOVE SMP-COMMENT TO WS-FAIL-COMMENT(WS-FAIL-USED).

      *> coverage is what the sample took (outright plus drawn) as
      *> a share of what the stratum held.
       PRINT-COVERAGE-SECTION.
           MOVE 'SAMPLE COVERAGE BY STRATUM' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           STRING 'BANDS: 1 UNDER 1,000  2 UNDER 10,000  '
                      DELIMITED BY SIZE
                  '3 UNDER 100,000  4 100,000 AND OVER'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING 'OPERATION  BAND  POPULATION OUTRIGHT   DRAWN'
                      DELIMITED BY SIZE
                  ' COVER%  PASSED  FAILED    OPEN' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STR-USED
               MOVE WS-STR-OPERATION(WS-STR-SUB) TO WS-PRINT-NAME
               MOVE SPACES TO WS-PRINT-BAND
               MOVE WS-STR-BAND(WS-STR-SUB) TO WS-PRINT-BAND(3:1)
               MOVE WS-STR-POPULATION(WS-STR-SUB)
                   TO WS-PRINT-POPULATION
               MOVE WS-STR-CERTAIN(WS-STR-SUB) TO WS-PRINT-CERTAIN
               MOVE WS-STR-DRAWN(WS-STR-SUB) TO WS-PRINT-DRAWN
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB > 3
                   MOVE WS-STR-OUTCOME(WS-STR-SUB, WS-OUT-SUB)
                       TO WS-PRINT-OUTCOME(WS-OUT-SUB)
               END-PERFORM
               PERFORM PRINT-COVERAGE-LINE
           END-PERFORM.
           MOVE 'TOTAL' TO WS-PRINT-NAME.
           MOVE SPACES TO WS-PRINT-BAND.
           MOVE WS-TOT-POPULATION TO WS-PRINT-POPULATION.
           MOVE WS-TOT-CERTAIN TO WS-PRINT-CERTAIN.
           MOVE WS-TOT-DRAWN TO WS-PRINT-DRAWN.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > 3
               MOVE WS-TOT-OUTCOME(WS-OUT-SUB)
                   TO WS-PRINT-OUTCOME(WS-OUT-SUB)
           END-PERFORM.
           PERFORM PRINT-COVERAGE-LINE.

       PRINT-COVERAGE-LINE.
           IF WS-PRINT-POPULATION = 0
               MOVE 0 TO WS-COVER-PCT
           ELSE
               COMPUTE WS-COVER-PCT ROUNDED =
                   (WS-PRINT-CERTAIN + WS-PRINT-DRAWN) * 100
                   / WS-PRINT-POPULATION
           END-IF.
           MOVE WS-PRINT-POPULATION TO WS-POP-EDIT.
           MOVE WS-PRINT-CERTAIN TO WS-CERTAIN-EDIT.
           MOVE WS-PRINT-DRAWN TO WS-DRAWN-EDIT.
           MOVE WS-COVER-PCT TO WS-COVER-EDIT.
           MOVE WS-PRINT-OUTCOME(1) TO WS-PASSED-EDIT.
           MOVE WS-PRINT-OUTCOME(2) TO WS-FAILED-EDIT.
           MOVE WS-PRINT-OUTCOME(3) TO WS-OPEN-EDIT.
           STRING WS-PRINT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PRINT-BAND DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-POP-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CERTAIN-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DRAWN-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-COVER-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PASSED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FAILED-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OPEN-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> every failed item with the reviewer's comment - two lines
      *> an item, what was sampled then what was found.
       PRINT-EXCEPTION-LIST.
           MOVE 'EXCEPTIONS FOUND' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           IF WS-FAIL-USED = 0
               MOVE '  NONE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING 'TRANS ID  OPERATION  WHY RESULT       OPERATOR'
                      DELIMITED BY SIZE
                  ' REVIEWER ON' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-FAIL-SUB FROM 1 BY 1
                   UNTIL WS-FAIL-SUB > WS-FAIL-USED
               MOVE WS-FAIL-TRANS-ID(WS-FAIL-SUB) TO WS-TRANS-EDIT
               STRING WS-TRANS-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FAIL-OPERATION(WS-FAIL-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-FAIL-REASON(WS-FAIL-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-FAIL-RESULT(WS-FAIL-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FAIL-OPERATOR-ID(WS-FAIL-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FAIL-REVIEWED-BY(WS-FAIL-SUB)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FAIL-REVIEW-DATE(WS-FAIL-SUB)
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               STRING '    ' DELIMITED BY SIZE
                      WS-FAIL-COMMENT(WS-FAIL-SUB) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       PRINT-REVIEWER-SECTION.
           MOVE 'WHO REVIEWED WHAT' TO WS-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           IF WS-RVW-USED = 0
               MOVE '  NOTHING REVIEWED YET' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           STRING 'REVIEWER   PASSED  FAILED  FIRST     LAST'
                      DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-RVW-SUB FROM 1 BY 1
                   UNTIL WS-RVW-SUB > WS-RVW-USED
               MOVE WS-RVW-PASSED(WS-RVW-SUB) TO WS-PASSED-EDIT
               MOVE WS-RVW-FAILED(WS-RVW-SUB) TO WS-FAILED-EDIT
               STRING WS-RVW-ID(WS-RVW-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PASSED-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FAILED-EDIT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-RVW-FIRST(WS-RVW-SUB) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-RVW-LAST(WS-RVW-SUB) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE WS-TOT-OUTCOME(3) TO WS-OPEN-EDIT.
           STRING 'STILL OPEN ' DELIMITED BY SIZE
                  WS-OPEN-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-RECORD.
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
           STRING 'AUDIT SAMPLE RESULTS - PERIOD ' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  '  SEED ' DELIMITED BY SIZE
                  WS-SEED DELIMITED BY SIZE
                  '  DRAW ' DELIMITED BY SIZE
                  WS-SAMPLE-SIZE DELIMITED BY SIZE
                  '     PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM SampleResults.
