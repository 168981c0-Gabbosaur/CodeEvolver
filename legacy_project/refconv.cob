       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefConvert.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDREF-FILE ASSIGN TO "REFLOGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDREF-FILE-STATUS.

           SELECT REFLOG-FILE ASSIGN TO "REFLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFL-KEY
               FILE STATUS IS WS-REFLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one-time load of the old sequential registry - one row
      *> per sending system, business date and reference - into
      *> the keyed REFREG layout. A reference registered under
      *> several business dates keeps the latest, which is the
      *> date CalcDriver's window is measured from.
       FD  OLDREF-FILE.
       01  OLDREF-RECORD.
           05  OLD-SYSTEM          PIC X(8).
           05  OLD-DATE            PIC X(8).
           05  OLD-REFERENCE       PIC X(12).

       FD  REFLOG-FILE.
       COPY REFREG.

       WORKING-STORAGE SECTION.
       01  WS-OLDREF-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-REFLOG-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-LOADED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REDATED-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           OPEN INPUT OLDREF-FILE.
           IF WS-OLDREF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OLDREF-FILE, status '
                   WS-OLDREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O REFLOG-FILE.
           IF WS-REFLOG-FILE-STATUS = '35'
               OPEN OUTPUT REFLOG-FILE
               CLOSE REFLOG-FILE
               OPEN I-O REFLOG-FILE
           END-IF.
           IF WS-REFLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open REFLOG-FILE, status '
                   WS-REFLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OLDREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-REFERENCE
               END-READ
           END-PERFORM.

           CLOSE OLDREF-FILE.
           CLOSE REFLOG-FILE.

           DISPLAY 'REFERENCE CONVERT: ' WS-READ-COUNT ' read, '
               WS-LOADED-COUNT ' loaded, ' WS-REDATED-COUNT
               ' re-dated.'.

           GOBACK.

       LOAD-ONE-REFERENCE.
           MOVE OLD-SYSTEM TO RFL-SYSTEM.
           MOVE OLD-REFERENCE TO RFL-REFERENCE.
           READ REFLOG-FILE
               INVALID KEY
                   MOVE OLD-DATE TO RFL-DATE
                   WRITE REFLOG-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR: cannot write REFLOG-FILE, '
                               'status ' WS-REFLOG-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-WRITE
                   ADD 1 TO WS-LOADED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF OLD-DATE > RFL-DATE
               MOVE OLD-DATE TO RFL-DATE
               REWRITE REFLOG-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR: cannot rewrite REFLOG-FILE, '
                           'status ' WS-REFLOG-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-REWRITE
               ADD 1 TO WS-REDATED-COUNT
           END-IF.

       END PROGRAM RefConvert.
