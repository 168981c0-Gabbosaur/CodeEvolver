       IDENTIFICATION DIVISION.
       PROGRAM-ID. TableCompare.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the table as it stands tonight, and the copy taken after
      *> last night's compare - any difference between them was
      *> made by hand in the meantime.
           SELECT CURRENT-FILE ASSIGN TO "TBLCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "TBLSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-FILE.
       01  CURRENT-RECORD          PIC X(80).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MNTLOGA.
       01  WS-CURRENT-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SNAPSHOT-FILE-STATUS PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

      *> SYSIN: the table's DD name as it should appear on the
      *> change log, and how many leading bytes of its record
      *> make the key (RATETAB 11, OPERLIMT 18, HOLIDAYS 8 ...).
       01  WS-TABLE-NAME           PIC X(8).
       01  WS-KEY-ANSWER           PIC X(2).
       01  WS-KEY-LENGTH           PIC 99 VALUE 0.

       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES.
               10  WS-CUR-IMAGE    PIC X(80).
               10  WS-CUR-MATCHED  PIC X.
       01  WS-CUR-USED             PIC 9(4) VALUE 0.
       01  WS-CUR-SUB              PIC 9(4) VALUE 0.

       01  WS-SNP-TABLE.
           05  WS-SNP-ENTRY OCCURS 2000 TIMES.
               10  WS-SNP-IMAGE    PIC X(80).
               10  WS-SNP-MATCHED  PIC X.
       01  WS-SNP-USED             PIC 9(4) VALUE 0.
       01  WS-SNP-SUB              PIC 9(4) VALUE 0.

       01  WS-ADD-COUNT            PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT         PIC 9(5) VALUE 0.
       01  WS-LOG-FAILED           PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter table name: '.
           ACCEPT WS-TABLE-NAME.
           DISPLAY 'Enter key length: '.
           ACCEPT WS-KEY-ANSWER.
           IF WS-TABLE-NAME = SPACES
              OR WS-KEY-ANSWER NOT NUMERIC
               DISPLAY 'ERROR: table name and 2-digit key length '
                   'required'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-KEY-ANSWER TO WS-KEY-LENGTH.
           IF WS-KEY-LENGTH < 1 OR WS-KEY-LENGTH > 30
               DISPLAY 'ERROR: key length must be 01 to 30'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-SNAPSHOT.
           IF WS-SNAPSHOT-FILE-STATUS = '35'
      *> no snapshot yet (first night for this table) - there is
      *> nothing to compare against; the step that follows takes
      *> tonight's copy as the starting point.
               DISPLAY 'TABLE COMPARE: ' WS-TABLE-NAME
                   ' no prior snapshot - baseline taken'
               GOBACK
           END-IF.
           PERFORM LOAD-CURRENT.

           PERFORM PAIR-UNCHANGED-ROWS.
           PERFORM PAIR-CHANGED-ROWS.
           PERFORM LOG-DELETED-ROWS.
           PERFORM LOG-ADDED-ROWS.

           DISPLAY 'TABLE COMPARE: ' WS-TABLE-NAME
               ' added ' WS-ADD-COUNT
               ' changed ' WS-CHANGE-COUNT
               ' deleted ' WS-DELETE-COUNT.

      *> a difference not on the log must not be lost by rolling
      *> the snapshot forward - the JCL skips the copy on RC 16.
           IF WS-LOG-FAILED = 'Y'
               DISPLAY 'ERROR: MAINTLOG write failed - snapshot '
                   'must not be replaced'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ADD-COUNT > 0
                  OR WS-CHANGE-COUNT > 0
                  OR WS-DELETE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       LOAD-SNAPSHOT.
           MOVE 0 TO WS-SNP-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SNAPSHOT-FILE, status '
                   WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-SNP-USED >= 2000
                           DISPLAY 'ERROR: more than 2000 rows on '
                               WS-TABLE-NAME ' snapshot'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SNP-USED
                       MOVE SNAPSHOT-RECORD
                           TO WS-SNP-IMAGE(WS-SNP-USED)
                       MOVE 'N' TO WS-SNP-MATCHED(WS-SNP-USED)
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       LOAD-CURRENT.
           MOVE 0 TO WS-CUR-USED.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CURRENT-FILE.
           IF WS-CURRENT-FILE-STATUS = '35'
      *> the table itself is gone - every row it had is reported
      *> as deleted.
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open CURRENT-FILE, status '
                   WS-CURRENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ CURRENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-CUR-USED >= 2000
                           DISPLAY 'ERROR: more than 2000 rows on '
                               WS-TABLE-NAME
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CUR-USED
                       MOVE CURRENT-RECORD
                           TO WS-CUR-IMAGE(WS-CUR-USED)
                       MOVE 'N' TO WS-CUR-MATCHED(WS-CUR-USED)
               END-READ
           END-PERFORM.
           CLOSE CURRENT-FILE.

      *> rows identical on both sides pair off first, so a row
      *> merely moved within the file is no change at all.
       PAIR-UNCHANGED-ROWS.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-USED
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-USED
                          OR WS-SNP-MATCHED(WS-SNP-SUB) = 'Y'
                   IF WS-CUR-MATCHED(WS-CUR-SUB) = 'N'
                      AND WS-CUR-IMAGE(WS-CUR-SUB)
                          = WS-SNP-IMAGE(WS-SNP-SUB)
                       MOVE 'Y' TO WS-CUR-MATCHED(WS-CUR-SUB)
                       MOVE 'Y' TO WS-SNP-MATCHED(WS-SNP-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> what is left with the same key on both sides was changed.
       PAIR-CHANGED-ROWS.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-USED
               PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                       UNTIL WS-CUR-SUB > WS-CUR-USED
                          OR WS-SNP-MATCHED(WS-SNP-SUB) = 'Y'
                   IF WS-CUR-MATCHED(WS-CUR-SUB) = 'N'
                      AND WS-CUR-IMAGE(WS-CUR-SUB)(1:WS-KEY-LENGTH)
                          = WS-SNP-IMAGE(WS-SNP-SUB)(1:WS-KEY-LENGTH)
                       MOVE 'Y' TO WS-CUR-MATCHED(WS-CUR-SUB)
                       MOVE 'Y' TO WS-SNP-MATCHED(WS-SNP-SUB)
                       MOVE 'C' TO MLA-ACTION
                       MOVE WS-SNP-IMAGE(WS-SNP-SUB) TO MLA-BEFORE
                       MOVE WS-CUR-IMAGE(WS-CUR-SUB) TO MLA-AFTER
                       PERFORM LOG-DIFFERENCE
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOG-DELETED-ROWS.
           PERFORM VARYING WS-SNP-SUB FROM 1 BY 1
                   UNTIL WS-SNP-SUB > WS-SNP-USED
               IF WS-SNP-MATCHED(WS-SNP-SUB) = 'N'
                   MOVE 'D' TO MLA-ACTION
                   MOVE WS-SNP-IMAGE(WS-SNP-SUB) TO MLA-BEFORE
                   MOVE SPACES TO MLA-AFTER
                   PERFORM LOG-DIFFERENCE
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           END-PERFORM.

       LOG-ADDED-ROWS.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-USED
               IF WS-CUR-MATCHED(WS-CUR-SUB) = 'N'
                   MOVE 'A' TO MLA-ACTION
                   MOVE SPACES TO MLA-BEFORE
                   MOVE WS-CUR-IMAGE(WS-CUR-SUB) TO MLA-AFTER
                   PERFORM LOG-DIFFERENCE
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-PERFORM.

      *> nobody signed on to make a hand edit, so there is no
      *> operator or terminal to name - HANDEDIT marks the row as
      *> found by the compare rather than keyed on a screen.
       LOG-DIFFERENCE.
           MOVE WS-TABLE-NAME TO MLA-TABLE.
           MOVE SPACES TO MLA-KEY.
           IF MLA-ACTION = 'A'
               MOVE MLA-AFTER(1:WS-KEY-LENGTH) TO MLA-KEY
           ELSE
               MOVE MLA-BEFORE(1:WS-KEY-LENGTH) TO MLA-KEY
           END-IF.
           MOVE 'HANDEDIT' TO MLA-OPERATOR-ID.
           MOVE SPACES TO MLA-TERMINAL-ID.
           MOVE 'TableComp' TO MLA-PROGRAM.
           CALL 'MaintLog' USING MAINT-LOG-AREA.
           IF MLA-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-FAILED
           END-IF.

       END PROGRAM TableCompare.
