       IDENTIFICATION DIVISION.
       PROGRAM-ID. StdInstrConvert.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDSI-FILE ASSIGN TO "STDINSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDSI-FILE-STATUS.

           SELECT NEWSI-FILE ASSIGN TO "STDICNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSI-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one-time conversion of the standing instructions to the
      *> maker-checker layout. The business part of the record is
      *> unchanged; each row is given the next instruction ID and
      *> goes over as confirmed and open-ended - it was already
      *> being generated every night, so it stays in force exactly
      *> as it was. CONVERT stands in for the maker and checker.
       FD  OLDSI-FILE.
       01  OLDSI-RECORD.
           05  OLD-BODY            PIC X(66).

       FD  NEWSI-FILE.
       COPY STDINSTR.

       WORKING-STORAGE SECTION.
       01  WS-OLDSI-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-NEWSI-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-TODAY                PIC X(8).
       01  WS-CONVERTED-COUNT      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.

           OPEN INPUT OLDSI-FILE.
           IF WS-OLDSI-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open OLDSI-FILE, status '
                   WS-OLDSI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NEWSI-FILE.
           IF WS-NEWSI-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open NEWSI-FILE, status '
                   WS-NEWSI-FILE-STATUS
               CLOSE OLDSI-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM UNTIL WS-EOF-SWITCH = 'Y'
               READ OLDSI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM CONVERT-ONE-INSTRUCTION
               END-READ
           END-PERFORM.

           CLOSE OLDSI-FILE.
           CLOSE NEWSI-FILE.

           DISPLAY 'STDINSTR CONVERT: ' WS-CONVERTED-COUNT
               ' instruction(s) converted.'.

           GOBACK.

       CONVERT-ONE-INSTRUCTION.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE SPACES TO STANDING-INSTRUCTION.
           MOVE OLD-BODY TO STANDING-INSTRUCTION(1:66).
           MOVE WS-CONVERTED-COUNT TO SI-ID.
           MOVE 'C' TO SI-CONFIRM-STATE.
           MOVE 'A' TO SI-PEND-ACTION.
           MOVE 'CONVERT' TO SI-MAKER-ID.
           MOVE 'CONVERT' TO SI-CHECKER-ID.
           MOVE WS-TODAY TO SI-CONFIRM-DATE.
           WRITE STANDING-INSTRUCTION.
           IF WS-NEWSI-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write NEWSI-FILE, status '
                   WS-NEWSI-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       END PROGRAM StdInstrConvert.
