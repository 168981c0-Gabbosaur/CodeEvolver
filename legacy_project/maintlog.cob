       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintLog.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTLOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTLOG-FILE.
       COPY MNTLOG.

       WORKING-STORAGE SECTION.
       01  WS-MAINTLOG-FILE-STATUS PIC XX VALUE '00'.

       LINKAGE SECTION.
       COPY MNTLOGA.

       PROCEDURE DIVISION USING MAINT-LOG-AREA.
       MAIN-PARAGRAPH.

           MOVE '00' TO MLA-STATUS.
           OPEN EXTEND MAINTLOG-FILE.
           IF WS-MAINTLOG-FILE-STATUS = '35'
      *> MAINTLOG doesn't exist yet (first change on a fresh
      *> system) - that is not a failure, just nothing to append
      *> to yet.
               OPEN OUTPUT MAINTLOG-FILE
           END-IF.
           IF WS-MAINTLOG-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open MAINTLOG-FILE, status '
                   WS-MAINTLOG-FILE-STATUS
               MOVE WS-MAINTLOG-FILE-STATUS TO MLA-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO MNL-TIMESTAMP
               MOVE MLA-TABLE TO MNL-TABLE
               MOVE MLA-ACTION TO MNL-ACTION
               MOVE MLA-KEY TO MNL-KEY
               MOVE MLA-OPERATOR-ID TO MNL-OPERATOR-ID
               MOVE MLA-TERMINAL-ID TO MNL-TERMINAL-ID
               MOVE MLA-PROGRAM TO MNL-PROGRAM
               MOVE MLA-BEFORE TO MNL-BEFORE
               MOVE MLA-AFTER TO MNL-AFTER
               WRITE MAINT-LOG-RECORD
               IF WS-MAINTLOG-FILE-STATUS NOT = '00'
                   MOVE WS-MAINTLOG-FILE-STATUS TO MLA-STATUS
               END-IF
               CLOSE MAINTLOG-FILE
           END-IF.

           GOBACK.

       END PROGRAM MaintLog.
