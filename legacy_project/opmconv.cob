       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperMstConvert.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDOPR-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ID
               FILE STATUS IS WS-OLDOPR-FILE-STATUS.

           SELECT NEWOPR-FILE ASSIGN TO "OPMCNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-NEWOPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one-time conversion of the operator master to the 57-byte
      *> OPERREC layout with the audit-review flag on the end. The
      *> 56 bytes already there - ID, name, department, status and
      *> the nine authority flags - go across unchanged; the new
      *> flag is set to N, so nobody may sign off audit samples
      *> until OperMaint grants it.
       FD  OLDOPR-FILE.
       01  OLDOPR-RECORD.
           05  OLD-ID              PIC X(8).
           05  OLD-BODY            PIC X(48).

       FD  NEWOPR-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-OLDOPR-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-NEWOPR-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-CONVERTED-COUNT      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           OPEN INPUT OLDOPR-FILE.
           IF WS-OLDOPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OLDOPR-FILE, status '
                   WS-OLDOPR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NEWOPR-FILE.
           IF WS-NEWOPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open NEWOPR-FILE, status '
                   WS-NEWOPR-FILE-STATUS
               CLOSE OLDOPR-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *> the old master is read in key order, so the new one is
      *> loaded in key order too.
           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OLDOPR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CONVERT-ONE-OPERATOR
               END-READ
           END-PERFORM.

           CLOSE OLDOPR-FILE.
           CLOSE NEWOPR-FILE.

           DISPLAY 'OPERMST CONVERT: ' WS-CONVERTED-COUNT
               ' operator(s) converted.'.

           GOBACK.

       CONVERT-ONE-OPERATOR.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE OLDOPR-RECORD TO OPERATOR-RECORD(1:56).
           MOVE 'N' TO OPR-AUTH-AUDIT.
           WRITE OPERATOR-RECORD.
           IF WS-NEWOPR-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write NEWOPR-FILE, status '
                   WS-NEWOPR-FILE-STATUS ' at ' OPR-ID
               CLOSE OLDOPR-FILE
               CLOSE NEWOPR-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM OperMstConvert.
