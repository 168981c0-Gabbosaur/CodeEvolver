       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintReport.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTLOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTLOG-FILE.
       COPY MNTLOG.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAINTLOG-FILE-STATUS PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-TABLE-ANSWER         PIC X(8).
       01  WS-FROM-DATE            PIC X(8).
       01  WS-TO-DATE              PIC X(8).
       01  WS-RUN-DATE             PIC X(8).

      *> the tables that have changes in the range, in name order -
      *> the log is read once per table so each prints together.
       01  WS-TBL-TABLE.
           05  WS-TBL-NAME OCCURS 50 TIMES PIC X(8).
       01  WS-TBL-USED             PIC 9(3) VALUE 0.
       01  WS-TBL-SUB              PIC 9(3) VALUE 0.
       01  WS-TBL-SUB2             PIC 9(3) VALUE 0.
       01  WS-TBL-FOUND            PIC X VALUE 'N'.
       01  WS-TBL-HOLD             PIC X(8).

       01  WS-IN-RANGE             PIC X VALUE 'N'.
       01  WS-ACTION-WORD          PIC X(6).
      *> Y when either image runs past the 67 bytes one report
      *> line holds - each image then takes a second line.
       01  WS-IMAGE-TAIL           PIC X VALUE 'N'.
       01  WS-TABLE-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
       01  WS-HOLD-LINE            PIC X(80).

       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter table (blank = all): '.
           ACCEPT WS-TABLE-ANSWER.
           DISPLAY 'Enter from date (CCYYMMDD): '.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'Enter to date (CCYYMMDD, blank = from date): '.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
              OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'ERROR: dates must be CCYYMMDD, from <= to'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM COLLECT-TABLE-NAMES.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REPORT-FILE, status '
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 99 TO WS-LINE-COUNT.
           PERFORM PRINT-PAGE-HEADING.

           IF WS-TBL-USED = 0
               MOVE '  NO CHANGES IN RANGE' TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-TBL-USED
               PERFORM PRINT-TABLE-CHANGES
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT.
           STRING 'TOTAL CHANGES  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY 'MAINTENANCE LOG: ' WS-TOTAL-COUNT
               ' change(s) ' WS-FROM-DATE ' to ' WS-TO-DATE.

           GOBACK.

       OPEN-MAINTLOG-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT MAINTLOG-FILE.
           IF WS-MAINTLOG-FILE-STATUS = '35'
      *> no change has been logged yet on this system - an empty
      *> report, not a failure.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-MAINTLOG-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open MAINTLOG-FILE, status '
                       WS-MAINTLOG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       CLOSE-MAINTLOG-FILE.
           IF WS-MAINTLOG-FILE-STATUS NOT = '35'
               CLOSE MAINTLOG-FILE
           END-IF.

       CHECK-IN-RANGE.
           MOVE 'N' TO WS-IN-RANGE.
           IF MNL-TIMESTAMP(1:8) >= WS-FROM-DATE
              AND MNL-TIMESTAMP(1:8) <= WS-TO-DATE
              AND (WS-TABLE-ANSWER = SPACES
                   OR MNL-TABLE = WS-TABLE-ANSWER)
               MOVE 'Y' TO WS-IN-RANGE
           END-IF.

       COLLECT-TABLE-NAMES.
           MOVE 0 TO WS-TBL-USED.
           PERFORM OPEN-MAINTLOG-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MAINTLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE = 'Y'
                           PERFORM REGISTER-TABLE-NAME
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-MAINTLOG-FILE.
      *> put the names in order - a plain exchange sort, the list
      *> is a dozen names at most.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB >= WS-TBL-USED
               PERFORM VARYING WS-TBL-SUB2 FROM WS-TBL-SUB BY 1
                       UNTIL WS-TBL-SUB2 > WS-TBL-USED
                   IF WS-TBL-NAME(WS-TBL-SUB2)
                      < WS-TBL-NAME(WS-TBL-SUB)
                       MOVE WS-TBL-NAME(WS-TBL-SUB) TO WS-TBL-HOLD
                       MOVE WS-TBL-NAME(WS-TBL-SUB2)
                           TO WS-TBL-NAME(WS-TBL-SUB)
                       MOVE WS-TBL-HOLD TO WS-TBL-NAME(WS-TBL-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REGISTER-TABLE-NAME.
           MOVE 'N' TO WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-TBL-USED
                      OR WS-TBL-FOUND = 'Y'
               IF WS-TBL-NAME(WS-TBL-SUB) = MNL-TABLE
                   MOVE 'Y' TO WS-TBL-FOUND
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = 'N'
               IF WS-TBL-USED >= 50
                   DISPLAY 'ERROR: more than 50 tables on MAINTLOG'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TBL-USED
               MOVE MNL-TABLE TO WS-TBL-NAME(WS-TBL-USED)
           END-IF.

       PRINT-TABLE-CHANGES.
           MOVE 0 TO WS-TABLE-COUNT.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING 'TABLE ' DELIMITED BY SIZE
                  WS-TBL-NAME(WS-TBL-SUB) DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           STRING 'DATE     TIME   ACTION KEY' DELIMITED BY SIZE
                  '                      ' DELIMITED BY SIZE
                  'OPERATOR TERMINAL PROGRAM' DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

           PERFORM OPEN-MAINTLOG-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ MAINTLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-IN-RANGE
                       IF WS-IN-RANGE = 'Y'
                          AND MNL-TABLE = WS-TBL-NAME(WS-TBL-SUB)
                           PERFORM PRINT-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-MAINTLOG-FILE.

           MOVE WS-TABLE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING '  CHANGES TO ' DELIMITED BY SIZE
                  WS-TBL-NAME(WS-TBL-SUB) DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.

      *> one line for who/when/what, then the record as it stood
      *> before and after - an add has no before, a delete no after.
      *> The last 13 bytes of the 80-byte images go on a second
      *> line under each, whenever either image has anything there.
       PRINT-CHANGE.
           ADD 1 TO WS-TABLE-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           EVALUATE MNL-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-WORD
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-WORD
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE MNL-ACTION TO WS-ACTION-WORD
           END-EVALUATE.
           IF MNL-BEFORE(68:13) = SPACES
              AND MNL-AFTER(68:13) = SPACES
               MOVE 'N' TO WS-IMAGE-TAIL
           ELSE
               MOVE 'Y' TO WS-IMAGE-TAIL
           END-IF.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING MNL-TIMESTAMP(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MNL-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION-WORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MNL-KEY(1:24) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MNL-OPERATOR-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MNL-TERMINAL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MNL-PROGRAM DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF MNL-ACTION NOT = 'A'
               MOVE SPACES TO REPORT-RECORD
               STRING '      BEFORE ' DELIMITED BY SIZE
                      MNL-BEFORE(1:67) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               IF WS-IMAGE-TAIL = 'Y'
                   MOVE MNL-BEFORE(68:13) TO REPORT-RECORD(14:13)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.
           IF MNL-ACTION NOT = 'D'
              OR MNL-AFTER NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING '      AFTER  ' DELIMITED BY SIZE
                      MNL-AFTER(1:67) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               IF WS-IMAGE-TAIL = 'Y'
                   MOVE MNL-AFTER(68:13) TO REPORT-RECORD(14:13)
                   PERFORM WRITE-REPORT-LINE
               END-IF
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
           STRING 'REFERENCE TABLE CHANGES ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  '  RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '  PAGE ' DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM MaintReport.
