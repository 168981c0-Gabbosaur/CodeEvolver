       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefPurge.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFLOG-FILE ASSIGN TO "REFLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFL-KEY
               FILE STATUS IS WS-REFLOG-FILE-STATUS.

           SELECT REFWIN-FILE ASSIGN TO "REFWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFLOG-FILE.
       COPY REFREG.

       FD  REFWIN-FILE.
       COPY REFWIN.

       WORKING-STORAGE SECTION.
       01  WS-REFLOG-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REFWIN-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE        PIC X(8).

      *> the same windows, and the same default, CalcDriver
      *> detects with - a row is only dropped once CalcDriver
      *> would no longer treat a repeat of it as a duplicate.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 100 TIMES.
               10  WS-WIN-SYSTEM   PIC X(8).
               10  WS-WIN-DAYS     PIC 9(3).
       01  WS-WIN-USED             PIC 9(3) VALUE 0.
       01  WS-WIN-SUB              PIC 9(3) VALUE 0.
       01  WS-DEFAULT-WINDOW       PIC 9(3) VALUE 7.
       01  WS-REF-WINDOW           PIC 9(3) VALUE 0.
       01  WS-REF-DAYS-APART       PIC S9(7) VALUE 0.

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           DISPLAY 'Enter business date (CCYYMMDD): '.
           ACCEPT WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'ERROR: business date must be CCYYMMDD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-WINDOWS.

           OPEN I-O REFLOG-FILE.
           IF WS-REFLOG-FILE-STATUS = '35'
      *> no registry yet - nothing has been registered, nothing
      *> to purge.
               DISPLAY 'REFERENCE PURGE: no registry - nothing to do'
               GOBACK
           END-IF.
           IF WS-REFLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REFLOG-FILE, status '
                   WS-REFLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REFLOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-REFERENCE-AGE
               END-READ
           END-PERFORM.

           CLOSE REFLOG-FILE.

           DISPLAY 'REFERENCE PURGE: ' WS-READ-COUNT ' read, '
               WS-PURGED-COUNT ' purged, ' WS-KEPT-COUNT ' kept.'.

           GOBACK.

       LOAD-WINDOWS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REFWIN-FILE.
           IF WS-REFWIN-FILE-STATUS = '35'
      *> no window table on this system - every sending system
      *> gets the default window.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-REFWIN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open REFWIN-FILE, status '
                       WS-REFWIN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ REFWIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-WIN-USED >= 100
                           DISPLAY 'ERROR: more than 100 REFWIN rows'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-WIN-USED
                       MOVE RWN-SYSTEM TO WS-WIN-SYSTEM(WS-WIN-USED)
                       MOVE RWN-DAYS TO WS-WIN-DAYS(WS-WIN-USED)
               END-READ
           END-PERFORM.
           IF WS-REFWIN-FILE-STATUS NOT = '35'
               CLOSE REFWIN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      *> only rows dated before the business date are aged - a row
      *> a later business date already registered stays put.
       CHECK-REFERENCE-AGE.
           MOVE WS-DEFAULT-WINDOW TO WS-REF-WINDOW.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WIN-USED
               IF WS-WIN-SYSTEM(WS-WIN-SUB) = RFL-SYSTEM
                   MOVE WS-WIN-DAYS(WS-WIN-SUB) TO WS-REF-WINDOW
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-REF-DAYS-APART.
           IF RFL-DATE NUMERIC
               COMPUTE WS-REF-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-BUSINESS-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(RFL-DATE))
           END-IF.
           IF WS-REF-DAYS-APART >= WS-REF-WINDOW
               DELETE REFLOG-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERROR: cannot delete REFLOG-FILE, '
                           'status ' WS-REFLOG-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-DELETE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       END PROGRAM RefPurge.
