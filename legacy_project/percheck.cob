       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERIOD.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-PERIOD-ERROR         PIC X VALUE 'N'.

      *> the closed months are loaded once per call - twelve rows a
      *> year, so the table covers decades of closes.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-PERIOD OCCURS 600 TIMES PIC X(6).
       01  WS-CLOSED-USED          PIC 9(3) VALUE 0.
       01  WS-CLOSED-SUB           PIC 9(3) VALUE 0.

       01  WS-CLOSED-SWITCH        PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY PERIODA.

       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.
       MAIN-PARAGRAPH.

           MOVE 'E' TO PRA-RESULT.
           MOVE PRA-DATE(1:6) TO PRA-PERIOD.
           IF PRA-DATE NOT NUMERIC
               GOBACK
           END-IF.

           PERFORM LOAD-CLOSED-TABLE.
      *> a period file that exists but cannot be read must not be
      *> shrugged off - the answer would let work post into a
      *> closed month.
           IF WS-PERIOD-ERROR = 'Y'
               GOBACK
           END-IF.

           PERFORM CHECK-PERIOD-CLOSED.
           IF WS-CLOSED-SWITCH = 'Y'
               MOVE 'C' TO PRA-RESULT
           ELSE
               MOVE 'O' TO PRA-RESULT
           END-IF.

           GOBACK.

       LOAD-CLOSED-TABLE.
           MOVE 0 TO WS-CLOSED-USED.
           MOVE 'N' TO WS-PERIOD-ERROR.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = '35'
      *> no period file on this system - no month has ever been
      *> closed, so everything is open.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-PERIOD-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open PERIOD-FILE, '
                       'status ' WS-PERIOD-FILE-STATUS
                   MOVE 'Y' TO WS-PERIOD-ERROR
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PRD-STATUS = 'C'
                           IF WS-CLOSED-USED >= 600
                               DISPLAY 'ERROR: more than 600 '
                                   'closed periods'
                               MOVE 'Y' TO WS-PERIOD-ERROR
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-CLOSED-USED
                               MOVE PRD-PERIOD
                                   TO WS-CLOSED-PERIOD(WS-CLOSED-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PERIOD-FILE-STATUS = '00'
              OR WS-PERIOD-FILE-STATUS = '10'
               CLOSE PERIOD-FILE
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-CLOSED-SWITCH.
           PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-USED
               IF WS-CLOSED-PERIOD(WS-CLOSED-SUB) = PRA-PERIOD
                   MOVE 'Y' TO WS-CLOSED-SWITCH
               END-IF
           END-PERFORM.

       END PROGRAM PeriodCheck.
