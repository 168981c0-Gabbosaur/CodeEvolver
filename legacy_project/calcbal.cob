               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      *> the partitioned CALCMIX run is proved as the one MIXSTEP:
      *> MIXIN is the four partition feeds the split cut, MIXRPT
      *> and MIXEXCP the merged outputs, MIXSUSP the partitions'
      *> own suspense files - the night's suspects only, where the
      *> merged CALCSUSP is life-to-date.
           SELECT MIXIN-FILE ASSIGN TO "MIXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MIXRPT-FILE ASSIGN TO "MIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MIXEXCP-FILE ASSIGN TO "MIXEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MIXSUSP-FILE ASSIGN TO "MIXSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROOF-FILE ASSIGN TO "BALPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.
       FD  INTEXCP-FILE.
       01  INTEXCP-RECORD          PIC X(80).

       FD  MIXIN-FILE.
       01  MIXIN-RECORD            PIC X(80).
       FD  MIXRPT-FILE.
       01  MIXRPT-RECORD           PIC X(80).
       FD  MIXEXCP-FILE.
       01  MIXEXCP-RECORD          PIC X(80).
       FD  MIXSUSP-FILE.
       01  MIXSUSP-RECORD          PIC X(80).

       FD  PROOF-FILE.
       01  PROOF-RECORD            PIC X(80).


      *> one row per batch step: details in, report lines out,
      *> exception lines out. Input must equal reported plus
      *> rejected or work fell through somewhere. CalcDriver also
      *> parks suspect duplicates on suspense, so the mixed step
      *> balances as reported plus rejected plus suspended; the
      *> per-operation steps never suspend.
       01  WS-STEP-TABLE VALUE ZEROS.
           05  WS-STEP-ENTRY OCCURS 6 TIMES.
               10  WS-STEP-NAME    PIC X(8).
               10  WS-STEP-INPUT   PIC 9(7).
               10  WS-STEP-REPORT  PIC 9(7).
               10  WS-STEP-EXCP    PIC 9(7).
               10  WS-STEP-SUSP    PIC 9(7).
       01  WS-STEP-SUB             PIC 9 VALUE 0.
       01  WS-IMBALANCE-COUNT      PIC 9(3) VALUE 0.
       01  WS-EXPECTED-COUNT       PIC 9(7) VALUE 0.
           MOVE 'MULSTEP'  TO WS-STEP-NAME(3).
           MOVE 'DIVSTEP'  TO WS-STEP-NAME(4).
           MOVE 'INTSTEP'  TO WS-STEP-NAME(5).
           MOVE 'MIXSTEP'  TO WS-STEP-NAME(6).

           PERFORM COUNT-ADD-FILES.
           PERFORM COUNT-SUB-FILES.
           PERFORM COUNT-MUL-FILES.
           PERFORM COUNT-DIV-FILES.
           PERFORM COUNT-INT-FILES.
           PERFORM COUNT-MIX-FILES.

           PERFORM CHECK-BALANCES.
           PERFORM PRINT-PROOF.
           END-PERFORM.
           CLOSE INTEXCP-FILE.

       COUNT-MIX-FILES.
           MOVE 6 TO WS-STEP-SUB.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MIXIN-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MIXIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF MIXIN-RECORD(1:1) = 'D'
                           ADD 1 TO WS-STEP-INPUT(WS-STEP-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MIXIN-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MIXRPT-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MIXRPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STEP-REPORT(WS-STEP-SUB)
               END-READ
           END-PERFORM.
           CLOSE MIXRPT-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MIXEXCP-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MIXEXCP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STEP-EXCP(WS-STEP-SUB)
               END-READ
           END-PERFORM.
           CLOSE MIXEXCP-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MIXSUSP-FILE.
           IF WS-FILE-STATUS NOT = '00'
               PERFORM REPORT-OPEN-ERROR
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MIXSUSP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STEP-SUSP(WS-STEP-SUB)
               END-READ
           END-PERFORM.
           CLOSE MIXSUSP-FILE.

       CHECK-BALANCES.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 6
               COMPUTE WS-EXPECTED-COUNT =
                   WS-STEP-REPORT(WS-STEP-SUB)
                   + WS-STEP-EXCP(WS-STEP-SUB)
                   + WS-STEP-SUSP(WS-STEP-SUB)
               IF WS-STEP-INPUT(WS-STEP-SUB)
                       NOT = WS-EXPECTED-COUNT
                   ADD 1 TO WS-IMBALANCE-COUNT
           MOVE SPACES TO PROOF-RECORD.
           MOVE 'STEP         INPUT  REPORTED  REJECTED  STATUS'
               TO PROOF-RECORD.
           MOVE 'SUSPENDED' TO PROOF-RECORD(64:9).
           WRITE PROOF-RECORD.

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 6
               MOVE SPACES TO PROOF-RECORD
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO PROOF-RECORD(1:8)
               MOVE WS-STEP-INPUT(WS-STEP-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO PROOF-RECORD(20:7)
               MOVE WS-STEP-EXCP(WS-STEP-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO PROOF-RECORD(30:7)
               MOVE WS-STEP-SUSP(WS-STEP-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO PROOF-RECORD(66:7)
               COMPUTE WS-EXPECTED-COUNT =
                   WS-STEP-REPORT(WS-STEP-SUB)
                   + WS-STEP-EXCP(WS-STEP-SUB)
                   + WS-STEP-SUSP(WS-STEP-SUB)
               IF WS-STEP-INPUT(WS-STEP-SUB) = WS-EXPECTED-COUNT
                   MOVE 'BALANCED' TO PROOF-RECORD(40:20)
               ELSE
           IF WS-IMBALANCE-COUNT = 0
               MOVE 'ALL STEPS BALANCED - INPUT = REPORTED + REJECTED'
                   TO PROOF-RECORD
               MOVE '+ SUSPENDED' TO PROOF-RECORD(50:11)
           ELSE
               MOVE '*** IMBALANCE FOUND - DO NOT RELEASE THE RUN ***'
                   TO PROOF-RECORD
