       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcMerge.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> each input DD is the concatenation of the same output from
      *> every CALCMIX partition, in partition order.
           SELECT RPTIN-FILE ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EXCPIN-FILE ASSIGN TO "EXCPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT REJIN-FILE ASSIGN TO "REJIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT FXIN-FILE ASSIGN TO "FXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "CALCEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

      *> the life-to-date reject, suspense and FX-difference files
      *> are never appended in place: each is copied with the
      *> night's partition rows added to a NEW dataset that
      *> SWAPSTEP promotes, so a merge that fails part way and is
      *> rerun starts again from the untouched production files.
           SELECT REJOLD-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT SUSPOLD-FILE ASSIGN TO "CALCSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT FXOLD-FILE ASSIGN TO "FXDIFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "CALCREJO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT FXDIFF-FILE ASSIGN TO "FXDIFFO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> records are copied through untouched, so each file is
      *> carried at its CalcDriver record length (REJREC, SUSPREC
      *> and the FXDIFF row) rather than by its field layout.
       FD  RPTIN-FILE.
       01  RPTIN-RECORD            PIC X(80).
       FD  EXCPIN-FILE.
       01  EXCPIN-RECORD           PIC X(80).
       FD  REJIN-FILE.
       01  REJIN-RECORD            PIC X(80).
       FD  SUSPIN-FILE.
       01  SUSPIN-RECORD           PIC X(80).
       FD  FXIN-FILE.
       01  FXIN-RECORD             PIC X(27).

       FD  REJOLD-FILE.
       01  REJOLD-RECORD           PIC X(80).
       FD  SUSPOLD-FILE.
       01  SUSPOLD-RECORD          PIC X(80).
       FD  FXOLD-FILE.
       01  FXOLD-RECORD            PIC X(27).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD        PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD           PIC X(80).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD         PIC X(80).
       FD  FXDIFF-FILE.
       01  FXDIFF-RECORD           PIC X(27).

       WORKING-STORAGE SECTION.
       COPY RUNCTLA.
       01  WS-IN-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-OUT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-OLD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC X(8).
       01  WS-OVERRIDE-ANSWER      PIC X VALUE 'N'.
       01  WS-FILE-NAME            PIC X(8) VALUE SPACES.

       01  WS-REPORT-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-COUNT       PIC 9(7) VALUE 0.
       01  WS-FXDIFF-COUNT         PIC 9(7) VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *> batch SYSIN answer: Y authorizes merging a business date
      *> that already merged (genuine rerun).
           DISPLAY 'Supervisor override rerun? (Y/N): '.
           ACCEPT WS-OVERRIDE-ANSWER.

           PERFORM CHECK-RUN-CONTROL.

           PERFORM MERGE-REPORT-FILES.
           PERFORM MERGE-EXCEPTION-FILES.
           PERFORM MERGE-REJECT-FILES.
           PERFORM MERGE-SUSPENSE-FILES.
           PERFORM MERGE-FXDIFF-FILES.

           DISPLAY 'CALC MERGE: ' WS-BUSINESS-DATE ' - '
               WS-REPORT-COUNT ' report, '
               WS-EXCEPTION-COUNT ' exception, '
               WS-REJECT-COUNT ' reject, '
               WS-SUSPENSE-COUNT ' suspense, '
               WS-FXDIFF-COUNT ' FX difference line(s), '
               WS-CARRIED-COUNT ' life-to-date row(s) carried.'.

           PERFORM RECORD-RUN-COMPLETE.

           GOBACK.

      *> the partitions and the merge are one logical MIXSTEP: the
      *> merge starts under MIXSTEP, and the PREREQS rows making
      *> every partition step (MIXP1 - MIXP4) a prerequisite of
      *> MIXSTEP hold it until each partition shows complete for
      *> the date. Only the merge records MIXSTEP complete, so the
      *> steps gated on MIXSTEP still wait for the whole feed.
       CHECK-RUN-CONTROL.
           MOVE 'S' TO RNC-FUNCTION.
           MOVE WS-BUSINESS-DATE TO RNC-BUSINESS-DATE.
           MOVE 'MIXSTEP' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           EVALUATE RNC-RESULT
               WHEN 'A'
                   CONTINUE
               WHEN 'D'
                   DISPLAY 'ERROR: MIXSTEP already completed for '
                       WS-BUSINESS-DATE ' - duplicate merge refused'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN 'P'
                   DISPLAY 'ERROR: MIXSTEP refused - a partition '
                       'has not completed for ' WS-BUSINESS-DATE
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
           MOVE 'MIXSTEP' TO RNC-STEP-NAME.
           MOVE WS-OVERRIDE-ANSWER TO RNC-OVERRIDE.
           CALL 'RunControl' USING RUN-CONTROL-AREA.
           IF RNC-RESULT NOT = 'A'
               DISPLAY 'ERROR: run-control file failure'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> a partition output the merge cannot read would drop that
      *> partition's work from the night's files - fail loudly,
      *> before MIXSTEP is recorded complete.
       REPORT-IN-OPEN-ERROR.
           DISPLAY 'ERROR: cannot open ' WS-FILE-NAME
               ' partition input, status ' WS-IN-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       REPORT-OLD-OPEN-ERROR.
           DISPLAY 'ERROR: cannot open ' WS-FILE-NAME
               ' life-to-date file, status ' WS-OLD-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       REPORT-OUT-OPEN-ERROR.
           DISPLAY 'ERROR: cannot open ' WS-FILE-NAME
               ' output, status ' WS-OUT-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

      *> report and exception files are opened OUTPUT, the same as
      *> CalcDriver opens them on the unsplit run.
       MERGE-REPORT-FILES.
           MOVE 'CALCRPT' TO WS-FILE-NAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RPTIN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               PERFORM REPORT-IN-OPEN-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               PERFORM REPORT-OUT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ RPTIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE REPORT-RECORD FROM RPTIN-RECORD
                       ADD 1 TO WS-REPORT-COUNT
               END-READ
           END-PERFORM.
           CLOSE RPTIN-FILE.
           CLOSE REPORT-FILE.

       MERGE-EXCEPTION-FILES.
           MOVE 'CALCEXCP' TO WS-FILE-NAME.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT EXCPIN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               PERFORM REPORT-IN-OPEN-ERROR
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               PERFORM REPORT-OUT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ EXCPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE EXCEPTION-RECORD FROM EXCPIN-RECORD
                       ADD 1 TO WS-EXCEPTION-COUNT
               END-READ
           END-PERFORM.
           CLOSE EXCPIN-FILE.
           CLOSE EXCEPTION-FILE.

      *> rejects, suspense and FX differences are life-to-date
      *> files every calc step appends to - the NEW copy carries
      *> every existing row first, then the night's partition rows.
       MERGE-REJECT-FILES.
           MOVE 'CALCREJ' TO WS-FILE-NAME.
           OPEN INPUT REJIN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               PERFORM REPORT-IN-OPEN-ERROR
           END-IF.
           OPEN INPUT REJOLD-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
              AND WS-OLD-FILE-STATUS NOT = '35'
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               PERFORM REPORT-OUT-OPEN-ERROR
           END-IF.
      *> CALCREJ doesn't exist yet (first reject on a fresh system) -
      *> that is not a failure, just nothing to carry forward yet.
           IF WS-OLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ REJOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           WRITE REJECT-RECORD FROM REJOLD-RECORD
                           ADD 1 TO WS-CARRIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE REJOLD-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REJIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE REJECT-RECORD FROM REJIN-RECORD
                       ADD 1 TO WS-REJECT-COUNT
               END-READ
           END-PERFORM.
           CLOSE REJIN-FILE.
           CLOSE REJECT-FILE.

       MERGE-SUSPENSE-FILES.
           MOVE 'CALCSUSP' TO WS-FILE-NAME.
           OPEN INPUT SUSPIN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               PERFORM REPORT-IN-OPEN-ERROR
           END-IF.
           OPEN INPUT SUSPOLD-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
              AND WS-OLD-FILE-STATUS NOT = '35'
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               PERFORM REPORT-OUT-OPEN-ERROR
           END-IF.
      *> CALCSUSP doesn't exist yet (first suspect on a fresh
      *> system) - that is not a failure, just nothing to carry
      *> forward yet.
           IF WS-OLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ SUSPOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           WRITE SUSPENSE-RECORD FROM SUSPOLD-RECORD
                           ADD 1 TO WS-CARRIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE SUSPOLD-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SUSPIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE SUSPENSE-RECORD FROM SUSPIN-RECORD
                       ADD 1 TO WS-SUSPENSE-COUNT
               END-READ
           END-PERFORM.
           CLOSE SUSPIN-FILE.
           CLOSE SUSPENSE-FILE.

      *> one row per currency per business date per partition -
      *> GLPosting nets every row for a currency and date (each
      *> calc step appends its own), so the rows are carried as
      *> they are rather than netted here.
       MERGE-FXDIFF-FILES.
           MOVE 'FXDIFF' TO WS-FILE-NAME.
           OPEN INPUT FXIN-FILE.
           IF WS-IN-FILE-STATUS NOT = '00'
               PERFORM REPORT-IN-OPEN-ERROR
           END-IF.
           OPEN INPUT FXOLD-FILE.
           IF WS-OLD-FILE-STATUS NOT = '00'
              AND WS-OLD-FILE-STATUS NOT = '35'
               PERFORM REPORT-OLD-OPEN-ERROR
           END-IF.
           OPEN OUTPUT FXDIFF-FILE.
           IF WS-OUT-FILE-STATUS NOT = '00'
               PERFORM REPORT-OUT-OPEN-ERROR
           END-IF.
           IF WS-OLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = 'Y'
                   READ FXOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           WRITE FXDIFF-RECORD FROM FXOLD-RECORD
                           ADD 1 TO WS-CARRIED-COUNT
                   END-READ
               END-PERFORM
               CLOSE FXOLD-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ FXIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE FXDIFF-RECORD FROM FXIN-RECORD
                       ADD 1 TO WS-FXDIFF-COUNT
               END-READ
           END-PERFORM.
           CLOSE FXIN-FILE.
           CLOSE FXDIFF-FILE.

       END PROGRAM CalcMerge.
