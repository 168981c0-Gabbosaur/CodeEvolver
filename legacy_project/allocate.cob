               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ALLOCHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).

       FD  HISTORY-FILE.
       COPY ALLOCHST.

       WORKING-STORAGE SECTION.
       COPY AUDWRITE.
       COPY OPERCHK.
       01  WS-NEWPASS-ANSWER   PIC X(16).
       01  WS-ALLOC-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-REPORT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-HISTORY-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-EOF-SWITCH           PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).

           CLOSE REPORT-FILE.

      *> each share is also recorded against its department on
      *> ALLOCHST - the audit record has no department of its own.
       WRITE-AUDIT-RECORDS.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '35'
      *> ALLOCHST doesn't exist yet (first allocation on a fresh
      *> system) - that is not a failure, just nothing to append to.
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTORY-FILE, status '
                   WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-ALC-USED
               PERFORM WRITE-ONE-AUDIT-RECORD
               PERFORM WRITE-HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.

       WRITE-ONE-AUDIT-RECORD.
           MOVE 'ALLOCATE' TO AWR-OPERATION.
           MOVE SPACES TO AWR-RATE-CODE.
           MOVE SPACES TO AWR-ACCOUNT-ID.
           MOVE SPACES TO AWR-APPROVED-BY.
           MOVE SPACES TO AWR-PPA-PERIOD.
           CALL 'CalcAuditWriter' USING AUDIT-WRITE-AREA.
           IF AWR-STATUS NOT = '00'
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO ALH-DATE.
           MOVE AWR-TRANS-ID TO ALH-TRANS-ID.
           MOVE WS-ALC-DEPARTMENT(WS-ALC-SUB) TO ALH-DEPARTMENT.
           MOVE WS-SHARE-TEXT TO ALH-SHARE.
           WRITE ALLOC-HISTORY-RECORD.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write HISTORY-FILE, status '
                   WS-HISTORY-FILE-STATUS
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
